      * decimals, and the trailer count and hash are fixed at six
      * and ten characters - the POS import can rely on the widths.
      *
      * An item ITEM-DISC discontinued, once PRICE-ACTIVATE has
      * retired its prices (disc.dat, copybook DISCREC), goes out
      * after the prices as a delete record laid out like a detail
      * record, with a zero price and the night it was retired:
      *
      *   X,00042,Blue Widget,00000.00,10312026
      *
      * The trailer's record count covers the deletes too, and two
      * more fields follow the price hash - the delete count and a
      * hash total of the deleted item numbers - so the POS side
      * can prove it received every delete as well as every price:
      *
      *   T,000043,0000543.21,000001,0000000042
      *
      * A full-book extract sends a delete for every retired item,
      * so a register that missed a night still drops it; a
      * one-day extract sends only the items retired that night.
      *
      * An optional priceext.par parameter card picks the mode, the
      * same way pricegen.par steers PRICE-GEN:
      *   Column A=mode (F=full book, D=one day only), B=date for
      * cycle, and the extract runs unguarded exactly as it always
      * did.
      *
      * Every extract sent is logged to ifacelog.dat (copybook
      * IFACELOG) with the extract date from its header, the mode,
      * and the trailer's record count and price hash, so the
      * morning IFACE-STATUS report can hold each night's extract
      * up against the sales file that came back for it.
      *
      * Input files: price.dat, priceext.par, runctl.dat, disc.dat
      * Output: price-extract.dat, ifacelog.dat (appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT ASSIGN TO 'price-extract.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISC-FILE ASSIGN TO 'disc.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IFACE-LOG ASSIGN TO 'ifacelog.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 PARM-EXT-DATE                    PIC 9(8).
       FD EXTRACT.
       01 EXTRACT-LINE                         PIC X(60).
       FD DISC-FILE.
           COPY discrec.
       FD IFACE-LOG.
           COPY ifacelog.
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-PRICE-STATUS                      PIC X(2).
      * and the first earlier step of the cycle still pending - the
      * one the refusal message names so the operator knows where
      * the night is stuck. The step slot PRICE-EXTRACT itself
      * occupies on the board is slot 5; everything ahead of it
      * must be complete or forced before extracting.
      ******************************************************************
       01 WS-CYCLE-FOUND                       PIC A(1) VALUE 'N'.
       01 WS-STUCK-STEP                        PIC X(14).
       01 WS-STEP-SUB                          PIC 9(1).
       01 WS-STEP-NAMES.
           05 FILLER                           PIC X(14)
               VALUE "FILE-BACKUP   ".
           05 FILLER                           PIC X(14)
               VALUE "PRICE-GEN     ".
           05 FILLER                           PIC X(14)
           05 FILLER                           PIC X(14)
               VALUE "PRICE-ACTIVATE".
       01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
           05 WS-STEP-NAME OCCURS 4 TIMES      PIC X(14).
       01 WS-DAILY-MODE                        PIC A(1) VALUE 'N'.
       01 WS-WANT-DATE                         PIC 9(8) VALUE ZERO.
       01 WS-EXTRACT-COUNT                     PIC 9(6) VALUE ZERO.
      ******************************************************************
       01 WS-HASH-TOTAL                        PIC 9(7)V99 VALUE ZERO.
      ******************************************************************
      * The delete records' own control totals: how many went out
      * and the straight sum of their item numbers.
      ******************************************************************
       01 WS-DELETE-COUNT                      PIC 9(6) VALUE ZERO.
       01 WS-DELETE-HASH                       PIC 9(10) VALUE ZERO.
       01 WS-DISC-EOF                          PIC A(1) VALUE 'F'.
      ******************************************************************
      * The extract date in the header is the system date, stamped
      * the way PRICE-GEN stamps its audit record.
      ******************************************************************
           END-PERFORM
           CLOSE PRICE.
      ******************************************************************
      * This section walks disc.dat and writes a delete record for
      * every retired item that belongs in this extract.
      ******************************************************************
           OPEN INPUT DISC-FILE
           PERFORM UNTIL WS-DISC-EOF = 'T'
               READ DISC-FILE
                   AT END MOVE 'T' TO WS-DISC-EOF
                   NOT AT END
                       IF DISC-STATUS = 'R'
                           AND (WS-DAILY-MODE = 'N'
                               OR DISC-RETIRED-DATE = WS-WANT-DATE)
                           PERFORM 0400-WRITE-DELETE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISC-FILE.
      ******************************************************************
      * This section writes the trailer control record - the record
      * count and the hash total of every price sent, then the
      * delete count and the hash of the deleted item numbers - and
      * finishes.
      ******************************************************************
           MOVE WS-EXTRACT-COUNT TO WS-EXT-COUNT
           MOVE WS-HASH-TOTAL TO WS-EXT-TOTAL
                  WS-EXT-COUNT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-EXT-TOTAL DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-DELETE-COUNT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-DELETE-HASH DELIMITED BY SIZE
               INTO EXTRACT-LINE
           END-STRING
           WRITE EXTRACT-LINE
           CLOSE EXTRACT
           PERFORM 0500-WRITE-IFACE-LOG
           DISPLAY "Extract written: " WS-EXT-COUNT " record(s) to "
               "price-extract.dat, " WS-DELETE-COUNT " of them "
               "deletes".
       STOP RUN.
      ******************************************************************
      * This section reads the run-control cycle, if one exists,
      * and finds the first of the four steps ahead of the
      * extract that has not finished - complete and forced both
      * clear a step, since the force already carries the
      * supervisor's recorded override. No runctl.dat means the
                   MOVE 'Y' TO WS-CYCLE-FOUND
                   MOVE RUNCTL-BUS-DATE TO WS-BUS-DATE
                   PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                           UNTIL WS-STEP-SUB > 4
                       IF RUNCTL-STEP-STATUS(WS-STEP-SUB) NOT = 'C'
                           AND RUNCTL-STEP-STATUS(WS-STEP-SUB)
                               NOT = 'F'
      * tell. Any comma in the description goes out as a space.
      ******************************************************************
           INSPECT WS-DESC REPLACING ALL "," BY SPACE
           PERFORM 0350-TRIM-DESC
           MOVE PRICE-ITEM-COST TO WS-EXT-PRICE
           MOVE SPACES TO EXTRACT-LINE
           STRING "D," DELIMITED BY SIZE
           WRITE EXTRACT-LINE
           ADD 1 TO WS-EXTRACT-COUNT
           ADD PRICE-ITEM-COST TO WS-HASH-TOTAL.
      ******************************************************************
      * This section finds the last nonblank of WS-DESC.
      ******************************************************************
       0350-TRIM-DESC.
           MOVE 20 TO WS-DESC-LEN
           PERFORM UNTIL WS-DESC-LEN = 1
                      OR WS-DESC(WS-DESC-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-DESC-LEN
           END-PERFORM.
      ******************************************************************
      * This section writes one delete record from the disc.dat
      * record in hand - a detail record's shape with a zero price
      * and the retirement date - and rolls it into the record
      * count and the delete totals. It adds nothing to the price
      * hash.
      ******************************************************************
       0400-WRITE-DELETE.
           MOVE DISC-ITEM-DESC TO WS-DESC
           INSPECT WS-DESC REPLACING ALL "," BY SPACE
           PERFORM 0350-TRIM-DESC
           MOVE ZERO TO WS-EXT-PRICE
           MOVE SPACES TO EXTRACT-LINE
           STRING "X," DELIMITED BY SIZE
                  DISC-ITEM-NUM DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-DESC(1:WS-DESC-LEN) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-EXT-PRICE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  DISC-RETIRED-DATE DELIMITED BY SIZE
               INTO EXTRACT-LINE
           END-STRING
           WRITE EXTRACT-LINE
           ADD 1 TO WS-EXTRACT-COUNT
           ADD 1 TO WS-DELETE-COUNT
           ADD DISC-ITEM-NUM TO WS-DELETE-HASH.
      ******************************************************************
      * This section logs the extract just sent to ifacelog.dat -
      * the header's extract date, F or D, and the trailer's
      * record count and price hash (in cents, without the point).
      ******************************************************************
       0500-WRITE-IFACE-LOG.
           OPEN EXTEND IFACE-LOG
           MOVE SPACES TO IFACE-LOG-REC
           MOVE "PEXT" TO IL-INTERFACE
           MOVE WS-STAMP-MM TO IL-DATA-DATE(1:2)
           MOVE WS-STAMP-DD TO IL-DATA-DATE(3:2)
           MOVE WS-STAMP-YYYY TO IL-DATA-DATE(5:4)
           IF WS-DAILY-MODE = 'Y'
               MOVE 'D' TO IL-MODE
           ELSE
               MOVE 'F' TO IL-MODE
           END-IF
           MOVE WS-EXTRACT-COUNT TO IL-REC-COUNT
           COMPUTE IL-HASH-TOTAL = WS-HASH-TOTAL * 100
           MOVE 'S' TO IL-RESULT
           MOVE WS-STAMP(1:14) TO IL-STAMP
           MOVE SPACES TO IL-OPERATOR
           MOVE SPACES TO IL-OVERRIDE-BY
           WRITE IFACE-LOG-REC
           CLOSE IFACE-LOG.
