       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV-COUNT.
       AUTHOR. CARSON GERBITZ.
       DATE-WRITTEN. 10/15/2026.
      ******************************************************************
      * This program runs a physical inventory count from the frozen
      * book figure through to the posting, so the on-hand quantity
      * INV-VALUE and REORDER-RPT depend on can be put right with a
      * record of the gap - instead of a counted figure keyed over
      * the old one in INV-MAINT that leaves no trace of the shrink.
      *
      * A count moves through the same steps every time, one action
      * per sitting the way NIGHT-CYCLE works its board:
      *
      *   S  Snapshot - freezes every item's INV-QTY-ON-HAND and
      *      INV-ITEM-COST into count.dat and prints the count
      *      sheets (countsheet.rpt), grouped by category so staff
      *      can count aisle by aisle. The sheets do not show the
      *      book figure - staff count what is there, not what the
      *      system expects to be there.
      *   K  Key counts - the counted quantity for each item, keyed
      *      off the sheets. An item can be keyed again to correct
      *      it; the last figure keyed stands.
      *   V  Variance - prints countvar.rpt: units and cost dollars
      *      over or short per item and per category, the shrink
      *      totals the accountant books, and every item on the
      *      sheets that was never keyed.
      *   A  Accept - a supervisor, after reading the variance
      *      report, accepts it with their initials. Keying another
      *      count after that takes the acceptance away again.
      *   P  Post - only once accepted, applies the counts to
      *      inv.dat and prints countpost.rpt.
      *
      * Posting applies the VARIANCE (counted less frozen) to the
      * item's on-hand quantity as it stands at posting time rather
      * than keying the counted figure over it. SALES-IMPORT goes on
      * relieving inv.dat every night while the count is open; the
      * sales it has already taken off since the snapshot stay taken
      * off, and are not taken off a second time by a count that
      * was made before they happened. Deliveries posted by
      * PO-RECEIVE in the meantime are kept the same way. For that
      * to hold, take the snapshot after the night's SALES-IMPORT
      * and count before the floor opens - the counted shelf and the
      * frozen book figure must be the same moment. An item never
      * keyed is not posted at all; its book figure stands.
      *
      * The count's progress is kept in the one-record
      * countctl.dat: the snapshot date, the step reached (S keying,
      * V variance printed, A accepted, P posted), and the accepting
      * supervisor's initials and clock stamp.
      *
      * Every item the posting changes is appended to
      * inv-journal.dat with its before and after images (copybook
      * JRNLREC), under the initials of the supervisor who accepted
      * the count.
      *
      * Input files:  inv.dat
      * Input/output: count.dat, countctl.dat
      * Output: inv.dat (rewritten at posting), countsheet.rpt,
      *         countvar.rpt, countpost.rpt, inv-journal.dat
      *         (appended at posting)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV ASSIGN TO 'inv.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL ASSIGN TO 'inv-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COUNT-FILE ASSIGN TO 'count.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COUNT-CTL ASSIGN TO 'countctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHEET-RPT ASSIGN TO 'countsheet.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VAR-RPT ASSIGN TO 'countvar.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POST-RPT ASSIGN TO 'countpost.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INV.
           COPY invrec.
       FD JOURNAL.
           COPY jrnlrec.
      ******************************************************************
      * One record per item frozen at the snapshot. CNT-COUNTED-FLAG
      * is Y once a count has been keyed for the item.
      ******************************************************************
       FD COUNT-FILE.
       01 CNT-REC.
           05 CNT-ITEM-NUM                     PIC 9(5).
           05 CNT-ITEM-DESC                    PIC X(20).
           05 CNT-ITEM-CAT                     PIC X(4).
           05 CNT-ITEM-COST                    PIC 9(4)V99.
           05 CNT-FROZEN-QTY                   PIC 9(5).
           05 CNT-COUNTED-FLAG                 PIC X(1).
           05 CNT-COUNTED-QTY                  PIC 9(5).
       FD COUNT-CTL.
       01 CTL-REC.
           05 CTL-SNAP-DATE                    PIC 9(8).
           05 CTL-STATUS                       PIC X(1).
           05 CTL-ACCEPTED-BY                  PIC X(3).
           05 CTL-ACCEPTED-STAMP               PIC X(21).
       FD SHEET-RPT.
       01 SHEET-LINE                           PIC X(80).
       FD VAR-RPT.
       01 VAR-LINE                             PIC X(100).
       FD POST-RPT.
       01 POST-LINE                            PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-CNT-EOF                           PIC A(1) VALUE 'F'.
       01 WS-ANSWER                            PIC X(1).
       01 WS-ITEM-ANSWER                       PIC X(5).
       01 WS-QTY-ANSWER                        PIC X(5).
       01 WS-INITIALS                          PIC X(3).
       01 WS-FOUND                             PIC A(1).
       01 WS-ITEM-NUM                          PIC 9(5).
      ******************************************************************
      * The count in progress, held here while an action works it
      * and written back to countctl.dat whenever it changes.
      ******************************************************************
       01 WS-COUNT-FOUND                       PIC A(1) VALUE 'N'.
       01 WS-CTL.
           05 WS-CTL-SNAP-DATE                 PIC 9(8).
           05 WS-CTL-STATUS                    PIC X(1).
           05 WS-CTL-ACCEPTED-BY               PIC X(3).
           05 WS-CTL-ACCEPTED-STAMP            PIC X(21).
      ******************************************************************
      * The frozen count sheet, in category and item order - the
      * order the snapshot wrote it in, so the sheets, the variance
      * report, and the posting all walk it aisle by aisle.
      ******************************************************************
       01 WS-CNT-COUNT                         PIC 9(4) VALUE ZERO.
       01 WS-CNT-OVERFLOW                      PIC A(1) VALUE 'N'.
       01 WS-CNT-TABLE.
           05 WS-CNT-ENTRY OCCURS 999 TIMES
                           INDEXED BY WS-CNT-IDX.
               10 WS-CT-ITEM-NUM                PIC 9(5).
               10 WS-CT-ITEM-DESC               PIC X(20).
               10 WS-CT-ITEM-CAT                PIC X(4).
               10 WS-CT-ITEM-COST               PIC 9(4)V99.
               10 WS-CT-FROZEN-QTY              PIC 9(5).
               10 WS-CT-COUNTED-FLAG            PIC X(1).
               10 WS-CT-COUNTED-QTY             PIC 9(5).
       01 WS-SLOT                              PIC 9(4).
       01 WS-SHIFT                             PIC S9(5).
      ******************************************************************
      * WS-INV-TABLE holds the whole inv.dat file in memory while
      * the counts are posted, the same way COST-LOAD holds it.
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
      ******************************************************************
      * Variance arithmetic. Units and dollars are signed - over is
      * positive, short negative - and the category and shop
      * accumulators keep over and short apart so the shrink the
      * accountant books is not netted away by a miscounted case
      * that turned up in the wrong aisle.
      ******************************************************************
       01 WS-VAR-UNITS                         PIC S9(6).
       01 WS-VAR-DOLLARS                       PIC S9(9)V99.
       01 WS-NEW-QTY                           PIC S9(7).
       01 WS-FLOORED                           PIC A(1).
       01 WS-CUR-CAT                           PIC X(4).
       01 WS-CAT-OVER-UNITS                    PIC 9(7).
       01 WS-CAT-SHORT-UNITS                   PIC 9(7).
       01 WS-CAT-OVER-DOLLARS                  PIC 9(9)V99.
       01 WS-CAT-SHORT-DOLLARS                 PIC 9(9)V99.
       01 WS-CAT-LINES                         PIC 9(4).
       01 WS-TOT-OVER-UNITS                    PIC 9(7) VALUE ZERO.
       01 WS-TOT-SHORT-UNITS                   PIC 9(7) VALUE ZERO.
       01 WS-TOT-OVER-DOLLARS                  PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-SHORT-DOLLARS                 PIC 9(9)V99 VALUE ZERO.
       01 WS-NET-DOLLARS                       PIC S9(9)V99.
       01 WS-COUNTED-ITEMS                     PIC 9(4) VALUE ZERO.
       01 WS-UNCOUNTED-ITEMS                   PIC 9(4) VALUE ZERO.
       01 WS-KEYED-COUNT                       PIC 9(4) VALUE ZERO.
       01 WS-POSTED-COUNT                      PIC 9(4) VALUE ZERO.
       01 WS-FLOORED-COUNT                     PIC 9(4) VALUE ZERO.
       01 WS-MISSING-COUNT                     PIC 9(4) VALUE ZERO.
       01 WS-STAMP.
           05 WS-STAMP-DATE.
               10 WS-STAMP-YYYY                PIC X(4).
               10 WS-STAMP-MM                  PIC X(2).
               10 WS-STAMP-DD                  PIC X(2).
           05 WS-STAMP-TIME                    PIC 9(6).
           05 FILLER                           PIC X(7).
       01 WS-TODAY.
           05 WS-TODAY-MM                      PIC X(2).
           05 WS-TODAY-DD                      PIC X(2).
           05 WS-TODAY-YYYY                    PIC X(4).
       01 WS-DISP-ITEM                         PIC ZZZZ9.
       01 WS-DISP-QTY                          PIC ZZZZ9.
       01 WS-DISP-COUNTED                      PIC ZZZZ9.
       01 WS-DISP-UNITS                        PIC ------9.
       01 WS-DISP-COST                         PIC ZZZ9.99.
       01 WS-DISP-DOLLARS                      PIC ---------9.99.
       01 WS-DISP-BIG-UNITS                    PIC ZZZZZZ9.
       01 WS-DISP-COUNT                        PIC ZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * This section reads where the count stands, shows it, and
      * works one operator action per sitting.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP-MM TO WS-TODAY-MM
           MOVE WS-STAMP-DD TO WS-TODAY-DD
           MOVE WS-STAMP-YYYY TO WS-TODAY-YYYY
           PERFORM 0100-LOAD-COUNT
           DISPLAY "INV-COUNT - Physical Inventory Count"
           IF WS-COUNT-FOUND = 'N'
               DISPLAY "No count on file - take a snapshot with S."
           ELSE
               DISPLAY "Count frozen " WS-CTL-SNAP-DATE ", "
                   WS-CNT-COUNT " item(s) on the sheets."
               EVALUATE WS-CTL-STATUS
                   WHEN 'S'
                       DISPLAY "  Keying counts - variance not yet "
                           "printed."
                   WHEN 'V'
                       DISPLAY "  Variance printed - waiting for a "
                           "supervisor to accept it."
                   WHEN 'A'
                       DISPLAY "  Variance accepted by "
                           WS-CTL-ACCEPTED-BY " - ready to post."
                   WHEN 'P'
                       DISPLAY "  Posted to inv.dat - count closed."
               END-EVALUATE
           END-IF
           DISPLAY " "
           DISPLAY "S)napshot  K)ey counts  V)ariance  A)ccept  "
               "P)ost  Q)uit"
           DISPLAY "Enter action: "
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
               WHEN 'S'
               WHEN 's'
                   PERFORM 0200-TAKE-SNAPSHOT
               WHEN 'K'
               WHEN 'k'
                   PERFORM 0300-KEY-COUNTS
               WHEN 'V'
               WHEN 'v'
                   PERFORM 0400-PRINT-VARIANCE
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0500-ACCEPT-VARIANCE
               WHEN 'P'
               WHEN 'p'
                   PERFORM 0600-POST-COUNTS
               WHEN 'Q'
               WHEN 'q'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unknown action - nothing done."
           END-EVALUATE.
       STOP RUN.
      ******************************************************************
      * This section reads the count control record and the frozen
      * sheet, if a count is on file.
      ******************************************************************
       0100-LOAD-COUNT.
           OPEN INPUT COUNT-CTL
           READ COUNT-CTL
               AT END MOVE 'T' TO WS-EOF
               NOT AT END
                   MOVE 'Y' TO WS-COUNT-FOUND
                   MOVE CTL-REC TO WS-CTL
           END-READ
           CLOSE COUNT-CTL
           MOVE 'F' TO WS-EOF
           IF WS-COUNT-FOUND = 'Y'
               OPEN INPUT COUNT-FILE
               PERFORM UNTIL WS-CNT-EOF = 'T'
                   READ COUNT-FILE
                       AT END MOVE 'T' TO WS-CNT-EOF
                       NOT AT END
                           IF WS-CNT-COUNT >= 999
                               MOVE 'Y' TO WS-CNT-OVERFLOW
                           ELSE
                               ADD 1 TO WS-CNT-COUNT
                               MOVE CNT-REC TO
                                   WS-CNT-ENTRY(WS-CNT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COUNT-FILE
           END-IF.
      ******************************************************************
      * This section freezes a new count. A count still open over
      * the top of it is only discarded when the operator says so -
      * its keyed figures go with it.
      ******************************************************************
       0200-TAKE-SNAPSHOT.
           IF WS-COUNT-FOUND = 'Y' AND WS-CTL-STATUS NOT = 'P'
               DISPLAY "WARNING: the count frozen " WS-CTL-SNAP-DATE
                   " was never posted."
               DISPLAY "Discard it and freeze a new one? (Y/N): "
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
                   DISPLAY "Nothing done - the open count stands."
                   STOP RUN
               END-IF
           END-IF
           MOVE ZERO TO WS-CNT-COUNT
           OPEN INPUT INV
           PERFORM UNTIL WS-EOF = 'T'
               READ INV
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-CNT-COUNT >= 999
                           MOVE 'Y' TO WS-CNT-OVERFLOW
                       ELSE
                           PERFORM 0210-INSERT-ITEM-SORTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INV
      ******************************************************************
      * A snapshot missing items past the table cap would post a
      * count that silently skipped them. Refuse it instead.
      ******************************************************************
           IF WS-CNT-OVERFLOW = 'Y'
               DISPLAY "ERROR: inv.dat holds more records than "
                   "INV-COUNT can carry. No snapshot taken."
               STOP RUN
           END-IF
           MOVE WS-TODAY TO WS-CTL-SNAP-DATE
           MOVE 'S' TO WS-CTL-STATUS
           MOVE SPACES TO WS-CTL-ACCEPTED-BY
           MOVE SPACES TO WS-CTL-ACCEPTED-STAMP
           MOVE 'Y' TO WS-COUNT-FOUND
           PERFORM 0800-SAVE-COUNT
           PERFORM 0250-PRINT-COUNT-SHEETS
           DISPLAY "Snapshot taken - " WS-CNT-COUNT
               " item(s) frozen. Count sheets in countsheet.rpt.".
      ******************************************************************
      * This section slides sheet entries down to open the slot where
      * the inv.dat record just read belongs - after every entry
      * whose category-plus-item sorts lower - and freezes it there,
      * the same insertion sort REORDER-RPT loads with. A quantity
      * or cost punched before its column existed freezes as zero.
      ******************************************************************
       0210-INSERT-ITEM-SORTED.
           MOVE 1 TO WS-SLOT
           PERFORM UNTIL WS-SLOT > WS-CNT-COUNT
                      OR WS-CT-ITEM-CAT(WS-SLOT) > INV-ITEM-CAT
                      OR (WS-CT-ITEM-CAT(WS-SLOT) = INV-ITEM-CAT
                          AND WS-CT-ITEM-NUM(WS-SLOT) > INV-ITEM-NUM)
               ADD 1 TO WS-SLOT
           END-PERFORM
           PERFORM VARYING WS-SHIFT FROM WS-CNT-COUNT BY -1
                   UNTIL WS-SHIFT < WS-SLOT
               MOVE WS-CNT-ENTRY(WS-SHIFT)
                   TO WS-CNT-ENTRY(WS-SHIFT + 1)
           END-PERFORM
           MOVE INV-ITEM-NUM TO WS-CT-ITEM-NUM(WS-SLOT)
           MOVE INV-ITEM-DESC TO WS-CT-ITEM-DESC(WS-SLOT)
           MOVE INV-ITEM-CAT TO WS-CT-ITEM-CAT(WS-SLOT)
           IF INV-ITEM-COST NUMERIC
               MOVE INV-ITEM-COST TO WS-CT-ITEM-COST(WS-SLOT)
           ELSE
               MOVE ZERO TO WS-CT-ITEM-COST(WS-SLOT)
           END-IF
           IF INV-QTY-ON-HAND NUMERIC
               MOVE INV-QTY-ON-HAND TO WS-CT-FROZEN-QTY(WS-SLOT)
           ELSE
               MOVE ZERO TO WS-CT-FROZEN-QTY(WS-SLOT)
           END-IF
           MOVE 'N' TO WS-CT-COUNTED-FLAG(WS-SLOT)
           MOVE ZERO TO WS-CT-COUNTED-QTY(WS-SLOT)
           ADD 1 TO WS-CNT-COUNT.
      ******************************************************************
      * This section prints the count sheets: one block per
      * category, each item with a blank to write the count on.
      ******************************************************************
       0250-PRINT-COUNT-SHEETS.
           OPEN OUTPUT SHEET-RPT
           MOVE SPACES TO SHEET-LINE
           STRING "PHYSICAL INVENTORY COUNT SHEETS   FROZEN "
                      DELIMITED BY SIZE
                  WS-TODAY-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-TODAY-DD DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-TODAY-YYYY DELIMITED BY SIZE
               INTO SHEET-LINE
           END-STRING
           WRITE SHEET-LINE
           MOVE SPACES TO WS-CUR-CAT
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > WS-CNT-COUNT
               IF WS-CT-ITEM-CAT(WS-CNT-IDX) NOT = WS-CUR-CAT
                   OR WS-CNT-IDX = 1
                   MOVE WS-CT-ITEM-CAT(WS-CNT-IDX) TO WS-CUR-CAT
                   MOVE SPACES TO SHEET-LINE
                   WRITE SHEET-LINE
                   MOVE SPACES TO SHEET-LINE
                   STRING "CATEGORY " DELIMITED BY SIZE
                          WS-CUR-CAT DELIMITED BY SIZE
                          "          COUNTED BY ______  "
                              DELIMITED BY SIZE
                          "CHECKED BY ______" DELIMITED BY SIZE
                       INTO SHEET-LINE
                   END-STRING
                   WRITE SHEET-LINE
                   MOVE "  ITEM DESCRIPTION              COUNT"
                       TO SHEET-LINE
                   WRITE SHEET-LINE
                   MOVE "----------------------------------------"
                       TO SHEET-LINE
                   WRITE SHEET-LINE
               END-IF
               MOVE WS-CT-ITEM-NUM(WS-CNT-IDX) TO WS-DISP-ITEM
               MOVE SPACES TO SHEET-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-DISP-ITEM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CT-ITEM-DESC(WS-CNT-IDX) DELIMITED BY SIZE
                      "     __________" DELIMITED BY SIZE
                   INTO SHEET-LINE
               END-STRING
               WRITE SHEET-LINE
           END-PERFORM
           CLOSE SHEET-RPT.
      ******************************************************************
      * This section takes counts off the sheets: an item number,
      * then its count, until the operator keys Q. A count keyed
      * after the variance was printed or accepted takes the count
      * back to keying - the supervisor accepted the figures as they
      * stood, not the new one.
      ******************************************************************
       0300-KEY-COUNTS.
           IF WS-COUNT-FOUND = 'N' OR WS-CTL-STATUS = 'P'
               DISPLAY "No open count - take a snapshot with S first."
           ELSE
               MOVE SPACES TO WS-ITEM-ANSWER
               PERFORM UNTIL WS-ITEM-ANSWER = 'Q'
                          OR WS-ITEM-ANSWER = 'q'
                   DISPLAY "Item number (5 digits, Q to finish): "
                   ACCEPT WS-ITEM-ANSWER
                   IF WS-ITEM-ANSWER NOT = 'Q'
                       AND WS-ITEM-ANSWER NOT = 'q'
                       PERFORM 0310-KEY-ONE-COUNT
                   END-IF
               END-PERFORM
               IF WS-KEYED-COUNT > ZERO
                   IF WS-CTL-STATUS NOT = 'S'
                       DISPLAY "Counts changed - print the variance "
                           "and have it accepted again before "
                           "posting."
                   END-IF
                   MOVE 'S' TO WS-CTL-STATUS
                   MOVE SPACES TO WS-CTL-ACCEPTED-BY
                   MOVE SPACES TO WS-CTL-ACCEPTED-STAMP
                   PERFORM 0800-SAVE-COUNT
               END-IF
               DISPLAY WS-KEYED-COUNT " count(s) keyed."
           END-IF.
      ******************************************************************
      * This section finds the keyed item on the sheet and takes its
      * count. An item not on the sheet was not frozen and cannot be
      * counted into this count.
      ******************************************************************
       0310-KEY-ONE-COUNT.
           IF WS-ITEM-ANSWER NOT NUMERIC
               DISPLAY "Item number must be 5 digits."
           ELSE
               MOVE WS-ITEM-ANSWER TO WS-ITEM-NUM
               PERFORM 0700-FIND-SHEET-ITEM
               IF WS-FOUND = 'N'
                   DISPLAY "Item " WS-ITEM-NUM " is not on the count "
                       "sheets."
               ELSE
                   DISPLAY WS-CT-ITEM-DESC(WS-CNT-IDX)
                       " (" WS-CT-ITEM-CAT(WS-CNT-IDX) ")"
                   IF WS-CT-COUNTED-FLAG(WS-CNT-IDX) = 'Y'
                       DISPLAY "  already counted at "
                           WS-CT-COUNTED-QTY(WS-CNT-IDX)
                           " - a new figure replaces it."
                   END-IF
                   DISPLAY "Counted quantity (5 digits): "
                   ACCEPT WS-QTY-ANSWER
                   IF WS-QTY-ANSWER NOT NUMERIC
                       DISPLAY "Count must be 5 digits - not taken."
                   ELSE
                       MOVE WS-QTY-ANSWER TO
                           WS-CT-COUNTED-QTY(WS-CNT-IDX)
                       MOVE 'Y' TO WS-CT-COUNTED-FLAG(WS-CNT-IDX)
                       ADD 1 TO WS-KEYED-COUNT
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * This section prints the variance report. Every counted item
      * whose count differs from the frozen figure gets a line;
      * category breaks carry the over and short units and dollars,
      * and the shop totals at the foot are the shrink entry.
      ******************************************************************
       0400-PRINT-VARIANCE.
           IF WS-COUNT-FOUND = 'N' OR WS-CTL-STATUS = 'P'
               DISPLAY "No open count - take a snapshot with S first."
               STOP RUN
           END-IF
           OPEN OUTPUT VAR-RPT
           MOVE SPACES TO VAR-LINE
           STRING "PHYSICAL COUNT VARIANCE REPORT   FROZEN "
                      DELIMITED BY SIZE
                  WS-CTL-SNAP-DATE DELIMITED BY SIZE
                  "   PRINTED " DELIMITED BY SIZE
                  WS-TODAY-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-TODAY-DD DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-TODAY-YYYY DELIMITED BY SIZE
               INTO VAR-LINE
           END-STRING
           WRITE VAR-LINE
           MOVE "  ITEM DESCRIPTION           FROZEN COUNTED  VARIANCE"
               TO VAR-LINE
           MOVE "EACH COST    VARIANCE $" TO VAR-LINE(57:24)
           WRITE VAR-LINE
           MOVE "=================================================="
               TO VAR-LINE
           WRITE VAR-LINE
           MOVE SPACES TO WS-CUR-CAT
           MOVE ZERO TO WS-CAT-LINES
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > WS-CNT-COUNT
               IF WS-CT-ITEM-CAT(WS-CNT-IDX) NOT = WS-CUR-CAT
                   OR WS-CNT-IDX = 1
                   IF WS-CNT-IDX > 1
                       PERFORM 0450-WRITE-CAT-VARIANCE
                   END-IF
                   MOVE WS-CT-ITEM-CAT(WS-CNT-IDX) TO WS-CUR-CAT
                   MOVE ZERO TO WS-CAT-OVER-UNITS
                   MOVE ZERO TO WS-CAT-SHORT-UNITS
                   MOVE ZERO TO WS-CAT-OVER-DOLLARS
                   MOVE ZERO TO WS-CAT-SHORT-DOLLARS
                   MOVE ZERO TO WS-CAT-LINES
                   MOVE SPACES TO VAR-LINE
                   WRITE VAR-LINE
                   MOVE SPACES TO VAR-LINE
                   STRING "CATEGORY " DELIMITED BY SIZE
                          WS-CUR-CAT DELIMITED BY SIZE
                       INTO VAR-LINE
                   END-STRING
                   WRITE VAR-LINE
               END-IF
               IF WS-CT-COUNTED-FLAG(WS-CNT-IDX) = 'Y'
                   ADD 1 TO WS-COUNTED-ITEMS
                   PERFORM 0410-VARIANCE-ONE-ITEM
               ELSE
                   ADD 1 TO WS-UNCOUNTED-ITEMS
               END-IF
           END-PERFORM
           IF WS-CNT-COUNT > ZERO
               PERFORM 0450-WRITE-CAT-VARIANCE
           END-IF
           PERFORM 0460-WRITE-SHOP-VARIANCE
           CLOSE VAR-RPT
           IF WS-CTL-STATUS = 'S'
               MOVE 'V' TO WS-CTL-STATUS
               PERFORM 0800-SAVE-COUNT
           END-IF
           DISPLAY "Variance report written to countvar.rpt - "
               WS-COUNTED-ITEMS " counted, " WS-UNCOUNTED-ITEMS
               " not counted.".
      ******************************************************************
      * This section works out one counted item's variance against
      * the frozen figure, prints it when it is not zero, and adds
      * it into the over or short side of the category.
      ******************************************************************
       0410-VARIANCE-ONE-ITEM.
           COMPUTE WS-VAR-UNITS = WS-CT-COUNTED-QTY(WS-CNT-IDX)
               - WS-CT-FROZEN-QTY(WS-CNT-IDX)
           COMPUTE WS-VAR-DOLLARS = WS-VAR-UNITS
               * WS-CT-ITEM-COST(WS-CNT-IDX)
           IF WS-VAR-UNITS NOT = ZERO
               MOVE WS-CT-ITEM-NUM(WS-CNT-IDX) TO WS-DISP-ITEM
               MOVE WS-CT-FROZEN-QTY(WS-CNT-IDX) TO WS-DISP-QTY
               MOVE WS-CT-COUNTED-QTY(WS-CNT-IDX) TO WS-DISP-COUNTED
               MOVE WS-VAR-UNITS TO WS-DISP-UNITS
               MOVE WS-CT-ITEM-COST(WS-CNT-IDX) TO WS-DISP-COST
               MOVE WS-VAR-DOLLARS TO WS-DISP-DOLLARS
               MOVE SPACES TO VAR-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-DISP-ITEM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CT-ITEM-DESC(WS-CNT-IDX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-DISP-QTY DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-DISP-COUNTED DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-DISP-UNITS DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-DISP-COST DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-DISP-DOLLARS DELIMITED BY SIZE
                   INTO VAR-LINE
               END-STRING
               IF WS-VAR-UNITS < ZERO
                   MOVE "SHORT" TO VAR-LINE(95:5)
               ELSE
                   MOVE "OVER" TO VAR-LINE(95:4)
               END-IF
               WRITE VAR-LINE
               ADD 1 TO WS-CAT-LINES
           END-IF
      * An unsigned receiving field takes the magnitude, so each
      * side accumulates the size of its variances.
           IF WS-VAR-UNITS > ZERO
               ADD WS-VAR-UNITS TO WS-CAT-OVER-UNITS
               ADD WS-VAR-DOLLARS TO WS-CAT-OVER-DOLLARS
           END-IF
           IF WS-VAR-UNITS < ZERO
               SUBTRACT WS-VAR-UNITS FROM WS-CAT-SHORT-UNITS
               SUBTRACT WS-VAR-DOLLARS FROM WS-CAT-SHORT-DOLLARS
           END-IF.
      ******************************************************************
      * This section writes the over, short, and net figures that
      * close out a category, and carries them into the shop totals.
      ******************************************************************
       0450-WRITE-CAT-VARIANCE.
           IF WS-CAT-LINES = ZERO
               MOVE "  (NO VARIANCES)" TO VAR-LINE
               WRITE VAR-LINE
           END-IF
           MOVE WS-CAT-OVER-UNITS TO WS-DISP-BIG-UNITS
           MOVE WS-CAT-OVER-DOLLARS TO WS-DISP-DOLLARS
           MOVE SPACES TO VAR-LINE
           STRING "  ** " DELIMITED BY SIZE
                  WS-CUR-CAT DELIMITED BY SIZE
                  " OVER   " DELIMITED BY SIZE
                  WS-DISP-BIG-UNITS DELIMITED BY SIZE
                  " UNITS " DELIMITED BY SIZE
                  WS-DISP-DOLLARS DELIMITED BY SIZE
               INTO VAR-LINE
           END-STRING
           WRITE VAR-LINE
           MOVE WS-CAT-SHORT-UNITS TO WS-DISP-BIG-UNITS
           MOVE WS-CAT-SHORT-DOLLARS TO WS-DISP-DOLLARS
           MOVE SPACES TO VAR-LINE
           STRING "  ** " DELIMITED BY SIZE
                  WS-CUR-CAT DELIMITED BY SIZE
                  " SHORT  " DELIMITED BY SIZE
                  WS-DISP-BIG-UNITS DELIMITED BY SIZE
                  " UNITS " DELIMITED BY SIZE
                  WS-DISP-DOLLARS DELIMITED BY SIZE
               INTO VAR-LINE
           END-STRING
           WRITE VAR-LINE
           COMPUTE WS-NET-DOLLARS = WS-CAT-OVER-DOLLARS
               - WS-CAT-SHORT-DOLLARS
           MOVE WS-NET-DOLLARS TO WS-DISP-DOLLARS
           MOVE SPACES TO VAR-LINE
           STRING "  ** " DELIMITED BY SIZE
                  WS-CUR-CAT DELIMITED BY SIZE
                  " NET                 " DELIMITED BY SIZE
                  WS-DISP-DOLLARS DELIMITED BY SIZE
               INTO VAR-LINE
           END-STRING
           WRITE VAR-LINE
           ADD WS-CAT-OVER-UNITS TO WS-TOT-OVER-UNITS
           ADD WS-CAT-SHORT-UNITS TO WS-TOT-SHORT-UNITS
           ADD WS-CAT-OVER-DOLLARS TO WS-TOT-OVER-DOLLARS
           ADD WS-CAT-SHORT-DOLLARS TO WS-TOT-SHORT-DOLLARS.
      ******************************************************************
      * This section writes the shop's shrink totals and lists every
      * item on the sheets that was never keyed, so the supervisor
      * sees the gaps in the count before accepting it.
      ******************************************************************
       0460-WRITE-SHOP-VARIANCE.
           MOVE SPACES TO VAR-LINE
           WRITE VAR-LINE
           MOVE "SHRINK TOTALS AT COST" TO VAR-LINE
           WRITE VAR-LINE
           MOVE "----------------------------------------" TO VAR-LINE
           WRITE VAR-LINE
           MOVE WS-TOT-SHORT-UNITS TO WS-DISP-BIG-UNITS
           MOVE WS-TOT-SHORT-DOLLARS TO WS-DISP-DOLLARS
           MOVE SPACES TO VAR-LINE
           STRING "SHORT (SHRINK)    " DELIMITED BY SIZE
                  WS-DISP-BIG-UNITS DELIMITED BY SIZE
                  " UNITS " DELIMITED BY SIZE
                  WS-DISP-DOLLARS DELIMITED BY SIZE
               INTO VAR-LINE
           END-STRING
           WRITE VAR-LINE
           MOVE WS-TOT-OVER-UNITS TO WS-DISP-BIG-UNITS
           MOVE WS-TOT-OVER-DOLLARS TO WS-DISP-DOLLARS
           MOVE SPACES TO VAR-LINE
           STRING "OVER              " DELIMITED BY SIZE
                  WS-DISP-BIG-UNITS DELIMITED BY SIZE
                  " UNITS " DELIMITED BY SIZE
                  WS-DISP-DOLLARS DELIMITED BY SIZE
               INTO VAR-LINE
           END-STRING
           WRITE VAR-LINE
           COMPUTE WS-NET-DOLLARS = WS-TOT-SHORT-DOLLARS
               - WS-TOT-OVER-DOLLARS
           MOVE WS-NET-DOLLARS TO WS-DISP-DOLLARS
           MOVE SPACES TO VAR-LINE
           STRING "NET SHRINK TO BOOK                  "
                      DELIMITED BY SIZE
                  WS-DISP-DOLLARS DELIMITED BY SIZE
               INTO VAR-LINE
           END-STRING
           WRITE VAR-LINE
           MOVE SPACES TO VAR-LINE
           WRITE VAR-LINE
           MOVE WS-COUNTED-ITEMS TO WS-DISP-COUNT
           MOVE SPACES TO VAR-LINE
           STRING "ITEMS COUNTED:     " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO VAR-LINE
           END-STRING
           WRITE VAR-LINE
           MOVE WS-UNCOUNTED-ITEMS TO WS-DISP-COUNT
           MOVE SPACES TO VAR-LINE
           STRING "ITEMS NOT COUNTED: " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  " - NOT POSTED, BOOK FIGURE STANDS" DELIMITED BY SIZE
               INTO VAR-LINE
           END-STRING
           WRITE VAR-LINE
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > WS-CNT-COUNT
               IF WS-CT-COUNTED-FLAG(WS-CNT-IDX) NOT = 'Y'
                   MOVE WS-CT-ITEM-NUM(WS-CNT-IDX) TO WS-DISP-ITEM
                   MOVE SPACES TO VAR-LINE
                   STRING "  NOT COUNTED " DELIMITED BY SIZE
                          WS-DISP-ITEM DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-CT-ITEM-DESC(WS-CNT-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-CT-ITEM-CAT(WS-CNT-IDX) DELIMITED BY SIZE
                       INTO VAR-LINE
                   END-STRING
                   WRITE VAR-LINE
               END-IF
           END-PERFORM.
      ******************************************************************
      * This section lets a supervisor accept the printed variance.
      * Nothing reaches inv.dat until this is done, and the
      * acceptance is recorded with the supervisor's initials and
      * the clock stamp.
      ******************************************************************
       0500-ACCEPT-VARIANCE.
           IF WS-COUNT-FOUND = 'N' OR WS-CTL-STATUS NOT = 'V'
               DISPLAY "REFUSED: print the variance report (V) for "
                   "the counts as they stand before accepting it."
           ELSE
               DISPLAY "Supervisor initials (3 chars): "
               ACCEPT WS-INITIALS
               IF WS-INITIALS = SPACES
                   DISPLAY "No initials - an acceptance must say who "
                       "accepted it. Nothing done."
               ELSE
                   DISPLAY "Accept the variance in countvar.rpt for "
                       "posting? (Y/N): "
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                       MOVE 'A' TO WS-CTL-STATUS
                       MOVE WS-INITIALS TO WS-CTL-ACCEPTED-BY
                       MOVE FUNCTION CURRENT-DATE TO
                           WS-CTL-ACCEPTED-STAMP
                       PERFORM 0800-SAVE-COUNT
                       DISPLAY "Variance accepted by " WS-INITIALS
                           " - the count may now be posted."
                   ELSE
                       DISPLAY "Not accepted - nothing done."
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * This section posts an accepted count to inv.dat. Each
      * counted item's variance is applied to its on-hand quantity
      * as it stands now, so sales and receipts posted since the
      * snapshot are neither lost nor counted twice. A variance that
      * would take the figure below zero floors it at zero and is
      * flagged; an item deleted from inv.dat since the snapshot is
      * reported and skipped.
      ******************************************************************
       0600-POST-COUNTS.
           IF WS-COUNT-FOUND = 'N' OR WS-CTL-STATUS NOT = 'A'
               DISPLAY "REFUSED: the variance has not been accepted "
                   "by a supervisor - nothing posted."
               STOP RUN
           END-IF
           PERFORM 0650-LOAD-INV-TABLE
           IF WS-INV-OVERFLOW = 'Y'
               DISPLAY "ERROR: inv.dat holds more records than "
                   "INV-COUNT can carry. Nothing was changed - "
                   "the file is untouched."
               STOP RUN
           END-IF
           OPEN OUTPUT POST-RPT
           MOVE SPACES TO POST-LINE
           STRING "PHYSICAL COUNT POSTING   FROZEN " DELIMITED BY SIZE
                  WS-CTL-SNAP-DATE DELIMITED BY SIZE
                  "   ACCEPTED BY " DELIMITED BY SIZE
                  WS-CTL-ACCEPTED-BY DELIMITED BY SIZE
               INTO POST-LINE
           END-STRING
           WRITE POST-LINE
           MOVE "  ITEM  BOOK NOW  VARIANCE  POSTED" TO POST-LINE
           WRITE POST-LINE
           MOVE "----------------------------------------" TO POST-LINE
           WRITE POST-LINE
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > WS-CNT-COUNT
               IF WS-CT-COUNTED-FLAG(WS-CNT-IDX) = 'Y'
                   PERFORM 0610-POST-ONE-COUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO POST-LINE
           WRITE POST-LINE
           MOVE WS-POSTED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO POST-LINE
           STRING "COUNTS POSTED:           " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO POST-LINE
           END-STRING
           WRITE POST-LINE
           MOVE WS-FLOORED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO POST-LINE
           STRING "FLOORED AT ZERO:         " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO POST-LINE
           END-STRING
           WRITE POST-LINE
           MOVE WS-MISSING-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO POST-LINE
           STRING "NO LONGER IN INV.DAT:    " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO POST-LINE
           END-STRING
           WRITE POST-LINE
           CLOSE POST-RPT
           IF WS-POSTED-COUNT > ZERO
               PERFORM 0690-SAVE-INV-TABLE
           END-IF
           MOVE 'P' TO WS-CTL-STATUS
           PERFORM 0800-SAVE-COUNT
           DISPLAY "Count posted - " WS-POSTED-COUNT
               " item(s) adjusted. See countpost.rpt.".
      ******************************************************************
      * This section applies one counted item's variance to inv.dat
      * and writes its posting line.
      ******************************************************************
       0610-POST-ONE-COUNT.
           MOVE WS-CT-ITEM-NUM(WS-CNT-IDX) TO WS-ITEM-NUM
           MOVE WS-CT-ITEM-NUM(WS-CNT-IDX) TO WS-DISP-ITEM
           PERFORM 0660-FIND-ITEM
           IF WS-FOUND = 'N'
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO POST-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-DISP-ITEM DELIMITED BY SIZE
                      "  NOT POSTED - NO LONGER IN INV.DAT"
                          DELIMITED BY SIZE
                   INTO POST-LINE
               END-STRING
               WRITE POST-LINE
           ELSE
               COMPUTE WS-VAR-UNITS = WS-CT-COUNTED-QTY(WS-CNT-IDX)
                   - WS-CT-FROZEN-QTY(WS-CNT-IDX)
               COMPUTE WS-NEW-QTY = WS-TBL-ITEM-QTY(WS-INV-IDX)
                   + WS-VAR-UNITS
               MOVE WS-TBL-ITEM-QTY(WS-INV-IDX) TO WS-DISP-QTY
               MOVE WS-VAR-UNITS TO WS-DISP-UNITS
               MOVE 'N' TO WS-FLOORED
               IF WS-NEW-QTY < ZERO
                   MOVE ZERO TO WS-NEW-QTY
                   MOVE 'Y' TO WS-FLOORED
                   ADD 1 TO WS-FLOORED-COUNT
               END-IF
               IF WS-NEW-QTY > 99999
                   MOVE 99999 TO WS-NEW-QTY
               END-IF
               MOVE WS-NEW-QTY TO WS-TBL-ITEM-QTY(WS-INV-IDX)
               MOVE WS-NEW-QTY TO WS-DISP-COUNTED
               ADD 1 TO WS-POSTED-COUNT
               MOVE SPACES TO POST-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-DISP-ITEM DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-DISP-QTY DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-DISP-UNITS DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-DISP-COUNTED DELIMITED BY SIZE
                   INTO POST-LINE
               END-STRING
               IF WS-FLOORED = 'Y'
                   MOVE "FLOORED AT ZERO" TO POST-LINE(40:15)
               END-IF
               WRITE POST-LINE
           END-IF.
      ******************************************************************
      * This section reads every record currently in inv.dat into
      * WS-INV-TABLE.
      ******************************************************************
       0650-LOAD-INV-TABLE.
           MOVE 'F' TO WS-EOF
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
      * This section searches WS-INV-TABLE for WS-ITEM-NUM. Sets
      * WS-FOUND to 'Y' and WS-INV-IDX to the matching slot, or 'N'
      * if there is no match. The loop's VARYING steps the index
      * once more after the match before the UNTIL test sees
      * WS-FOUND, so it is stepped back to the matching slot for
      * the caller.
      ******************************************************************
       0660-FIND-ITEM.
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
      * This section rewrites inv.dat from WS-INV-TABLE and journals
      * every record the run changed.
      ******************************************************************
       0690-SAVE-INV-TABLE.
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
                   PERFORM 0670-WRITE-JOURNAL-ENTRY
               END-IF
           END-PERFORM
           CLOSE INV
           CLOSE JOURNAL.
      ******************************************************************
      * This section searches the frozen sheet for WS-ITEM-NUM. Sets
      * WS-FOUND and WS-CNT-IDX the way 0660-FIND-ITEM sets its
      * pair.
      ******************************************************************
       0700-FIND-SHEET-ITEM.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > WS-CNT-COUNT
                      OR WS-FOUND = 'Y'
               IF WS-ITEM-NUM = WS-CT-ITEM-NUM(WS-CNT-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SET WS-CNT-IDX DOWN BY 1
           END-IF.
      ******************************************************************
      * This section writes the control record and the frozen sheet
      * back to countctl.dat and count.dat.
      ******************************************************************
       0800-SAVE-COUNT.
           OPEN OUTPUT COUNT-CTL
           MOVE WS-CTL TO CTL-REC
           WRITE CTL-REC
           CLOSE COUNT-CTL
           OPEN OUTPUT COUNT-FILE
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > WS-CNT-COUNT
               MOVE WS-CNT-ENTRY(WS-CNT-IDX) TO CNT-REC
               WRITE CNT-REC
           END-PERFORM
           CLOSE COUNT-FILE.
      ******************************************************************
      * This section appends one changed record's before and after
      * images to the journal.
      ******************************************************************
       0670-WRITE-JOURNAL-ENTRY.
           MOVE WS-STAMP-DATE TO JRNL-STAMP-DATE
           MOVE WS-STAMP-TIME TO JRNL-STAMP-TIME
           MOVE "INV-COUNT" TO JRNL-PROGRAM
           MOVE WS-CTL-ACCEPTED-BY TO JRNL-OPERATOR
           MOVE 'C' TO JRNL-ACTION
           MOVE WS-TBL-ITEM-NUM(WS-INV-IDX) TO JRNL-ITEM-NUM
           MOVE WS-ORIG-ENTRY(WS-INV-IDX) TO JRNL-BEFORE
           MOVE WS-INV-ENTRY(WS-INV-IDX) TO JRNL-AFTER
           WRITE JRNL-REC.
