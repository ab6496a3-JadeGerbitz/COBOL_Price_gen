       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-BACKUP.
       AUTHOR. CARSON GERBITZ.
       DATE-WRITTEN. 10/15/2026.
      ******************************************************************
      * This program takes the nightly generation backup of the
      * files the pricing night rewrites - so a night that goes
      * wrong can be put back the way it was the evening before
      * with FILE-RESTORE, instead of rebuilt by hand from the
      * journal and last week's printouts:
      *
      *   INV   inv.dat              the item master
      *   PRIC  price.dat            the price book (indexed, copied
      *                              front to back in key order)
      *   VEND  vendor.dat           the supplier master
      *   MARG  margin.dat           the category margin targets
      *   PEND  pending-prices.dat   items held for approval
      *   STAG  staged-prices.dat    approved, not yet effective
      *
      * Each run is one generation. Every record of every file is
      * appended to backup.dat (copybook BKUPREC) tagged with the
      * generation number and the file's id, and bkupctl.dat
      * (copybook BKUPCTL) gets the generation's control records:
      * a STRT record claiming the number before anything is
      * copied, one record per file with its record count and hash
      * total as read, and an END record with the grand totals
      * once the whole set is safely down. FILE-RESTORE checks a
      * generation against those counts and hashes both before and
      * after it puts anything back.
      *
      * Only the last N generations are kept. Once the new one is
      * complete, every older generation is pruned out of
      * backup.dat and bkupctl.dat, streamed through bkupwork.dat
      * and bkctlwork.dat the way HIST-ARCHIVE rewrites
      * price-history.dat - never before, so a run that dies
      * partway still leaves the full set of older generations.
      *
      * price-history.dat is not copied: it is append-only and
      * HIST-ARCHIVE already keeps its own archive and work copy.
      *
      * The generation is stamped with the business date of the
      * cycle on runctl.dat when there is one (today's date
      * otherwise), since NIGHT-CYCLE will not mark its BACKUP
      * step complete until a finished generation exists for the
      * cycle's business date.
      *
      * Initials and the number of generations to keep come from
      * an optional filebkup.par card the same way costload.par
      * steers COST-LOAD:
      *   Column A=run mode (B=batch, I=interactive), B-D=initials
      *   of whoever is taking the backup, E-F=generations to keep
      *   (zero or blank keeps 7).
      * Blank initials refuse the run - every generation says who
      * took it.
      *
      * Input files:  inv.dat, price.dat, vendor.dat, margin.dat,
      *               pending-prices.dat, staged-prices.dat,
      *               runctl.dat, filebkup.par
      * Output files: backup.dat and bkupctl.dat (appended, then
      *               pruned), bkupwork.dat, bkctlwork.dat,
      *               filebkup.rpt
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INV ASSIGN TO 'inv.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.
           SELECT PRICE ASSIGN TO 'price.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRICE-KEY
           FILE STATUS IS WS-PRICE-STATUS.
           SELECT OPTIONAL VENDOR ASSIGN TO 'vendor.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VEND-STATUS.
           SELECT OPTIONAL MARGIN ASSIGN TO 'margin.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MARGIN-STATUS.
           SELECT OPTIONAL PENDING ASSIGN TO 'pending-prices.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.
           SELECT OPTIONAL STAGED ASSIGN TO 'staged-prices.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STAGED-STATUS.
           SELECT OPTIONAL BKUP ASSIGN TO 'backup.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BKUP-CTL ASSIGN TO 'bkupctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BKUP-WORK ASSIGN TO 'bkupwork.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-WORK ASSIGN TO 'bkctlwork.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-CARD ASSIGN TO 'filebkup.par'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BKUP-RPT ASSIGN TO 'filebkup.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INV.
           COPY invrec.
       FD PRICE.
           COPY pricerec.
       FD VENDOR.
           COPY vendrec.
       FD MARGIN.
       01 MARGIN-REC.
           05 MARGIN-CAT                       PIC X(4).
           05 MARGIN-PCT                       PIC 9(2).
       FD PENDING.
           COPY pendrec.
       FD STAGED.
           COPY pricerec
               REPLACING PRICE-FILE         BY STAGED-FILE
                         PRICE-KEY          BY STAGED-KEY
                         PRICE-ITEM-NUM     BY STAGED-ITEM-NUM
                         PRICE-TIER-CODE    BY STAGED-TIER-CODE
                         PRICE-ITEM-DESC    BY STAGED-ITEM-DESC
                         PRICE-ITEM-COST    BY STAGED-ITEM-COST
                         PRICE-PROMO-FLAG   BY STAGED-PROMO-FLAG
                         PRICE-CURRENT-DATE BY STAGED-CURRENT-DATE.
       FD BKUP.
           COPY bkuprec.
       FD BKUP-CTL.
           COPY bkupctl.
       FD BKUP-WORK.
       01 BKUP-WORK-REC                        PIC X(88).
       FD CTL-WORK.
       01 CTL-WORK-REC                         PIC X(73).
       FD RUN-CTL.
           COPY runctl.
       FD PARM-CARD.
       01 PARM-CARD-REC.
           05 PARM-RUN-MODE                    PIC X(1).
           05 PARM-INITIALS                    PIC X(3).
           05 PARM-KEEP-GENS                   PIC X(2).
       FD BKUP-RPT.
       01 BKUP-LINE                            PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-PARM-EOF                          PIC A(1) VALUE 'F'.
       01 WS-INV-STATUS                        PIC X(2).
       01 WS-PRICE-STATUS                      PIC X(2).
       01 WS-VEND-STATUS                       PIC X(2).
       01 WS-MARGIN-STATUS                     PIC X(2).
       01 WS-PEND-STATUS                       PIC X(2).
       01 WS-STAGED-STATUS                     PIC X(2).
       01 WS-INITIALS                          PIC X(3).
       01 WS-KEEP-ANSWER                       PIC X(2).
       01 WS-KEEP-GENS                         PIC 9(2) VALUE 7.
       01 WS-STAMP                             PIC X(21).
       01 WS-TAKEN-STAMP                       PIC X(14).
       01 WS-BUS-DATE                          PIC 9(8).
       01 WS-TODAY-MDY.
           05 WS-TODAY-MM                      PIC 9(2).
           05 WS-TODAY-DD                      PIC 9(2).
           05 WS-TODAY-YYYY                    PIC 9(4).
      ******************************************************************
      * Generation numbering: the new generation is one past the
      * highest number bkupctl.dat has ever claimed, and every
      * generation at or below the cutoff is pruned once it is
      * down. WS-OLDEST-GEN tells whether pruning has anything to
      * do before the files are streamed through the work copies.
      ******************************************************************
       01 WS-NEW-GEN                           PIC 9(4) VALUE ZERO.
       01 WS-OLDEST-GEN                        PIC 9(4) VALUE 9999.
       01 WS-CUTOFF-GEN                        PIC 9(4) VALUE ZERO.
       01 WS-PRUNE-BKUP-COUNT                  PIC 9(7) VALUE ZERO.
       01 WS-PRUNE-CTL-COUNT                   PIC 9(7) VALUE ZERO.
      ******************************************************************
      * The six files in the set, in the order they are copied,
      * with what was found of each. Id and name come off the
      * constant table below; found, count and hash fill in as
      * each file is read.
      ******************************************************************
       01 WS-FILE-LIST.
           05 FILLER                           PIC X(24)
               VALUE "INV inv.dat".
           05 FILLER                           PIC X(24)
               VALUE "PRICprice.dat".
           05 FILLER                           PIC X(24)
               VALUE "VENDvendor.dat".
           05 FILLER                           PIC X(24)
               VALUE "MARGmargin.dat".
           05 FILLER                           PIC X(24)
               VALUE "PENDpending-prices.dat".
           05 FILLER                           PIC X(24)
               VALUE "STAGstaged-prices.dat".
       01 WS-FILE-LIST-TABLE REDEFINES WS-FILE-LIST.
           05 WS-FILE-LIST-ENTRY OCCURS 6 TIMES.
               10 WS-FILE-LIST-ID              PIC X(4).
               10 WS-FILE-LIST-NAME            PIC X(20).
       01 WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 6 TIMES
                            INDEXED BY WS-FILE-IDX.
               10 WS-FT-ID                     PIC X(4).
               10 WS-FT-NAME                   PIC X(20).
               10 WS-FT-FOUND                  PIC X(1).
               10 WS-FT-COUNT                  PIC 9(7).
               10 WS-FT-HASH                   PIC 9(12).
       01 WS-TOTAL-COUNT                       PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-HASH                        PIC 9(12) VALUE ZERO.
      ******************************************************************
      * WS-IMAGE holds one record as copied, with a view per file
      * of the fields that go into its hash. The same views are in
      * FILE-RESTORE, which has to arrive at the same number from
      * the backup copy and from the restored file.
      ******************************************************************
       01 WS-IMAGE                             PIC X(80).
       01 WS-IMAGE-INV REDEFINES WS-IMAGE.
           05 WS-IMG-INV-ITEM                  PIC 9(5).
           05 FILLER                           PIC X(24).
           05 WS-IMG-INV-COST                  PIC 9(4)V99.
           05 WS-IMG-INV-QTY                   PIC 9(5).
           05 FILLER                           PIC X(40).
       01 WS-IMAGE-PRICE REDEFINES WS-IMAGE.
           05 WS-IMG-PRICE-ITEM                PIC 9(5).
           05 FILLER                           PIC X(27).
           05 WS-IMG-PRICE-AMT                 PIC 9(5)V99.
           05 FILLER                           PIC X(41).
       01 WS-IMAGE-PEND REDEFINES WS-IMAGE.
           05 WS-IMG-PEND-ITEM                 PIC 9(5).
           05 FILLER                           PIC X(31).
           05 WS-IMG-PEND-NEW-PRICE            PIC 9(5)V99.
           05 FILLER                           PIC X(37).
       01 WS-IMAGE-MARGIN REDEFINES WS-IMAGE.
           05 FILLER                           PIC X(4).
           05 WS-IMG-MARGIN-PCT                PIC 9(2).
           05 FILLER                           PIC X(74).
       01 WS-REC-HASH                          PIC 9(9).
       01 WS-DISP-COUNT                        PIC ZZZZZZ9.
       01 WS-DISP-HASH                         PIC ZZZZZZZZZZZ9.
       01 WS-DISP-GEN                          PIC ZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * This section gets the initials and the number of
      * generations to keep, either from the optional filebkup.par
      * card (batch) or the prompt. A backup nobody signed is
      * refused before anything is written.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP(1:14) TO WS-TAKEN-STAMP
           OPEN INPUT PARM-CARD
           READ PARM-CARD
               AT END MOVE 'T' TO WS-PARM-EOF
           END-READ
           CLOSE PARM-CARD
           IF WS-PARM-EOF = 'T' OR PARM-RUN-MODE NOT = 'B'
               DISPLAY "Enter your initials (3 chars): "
               ACCEPT WS-INITIALS
               DISPLAY "Generations to keep (2 digits, blank "
                   "keeps 7): "
               ACCEPT WS-KEEP-ANSWER
           ELSE
               MOVE PARM-INITIALS TO WS-INITIALS
               MOVE PARM-KEEP-GENS TO WS-KEEP-ANSWER
               DISPLAY "Batch mode - initials from filebkup.par: "
                   WS-INITIALS
           END-IF
           IF WS-INITIALS = SPACES
               DISPLAY "ERROR: no initials - a backup must say who "
                   "took it. Nothing was copied."
               STOP RUN
           END-IF
           IF WS-KEEP-ANSWER NUMERIC
               IF WS-KEEP-ANSWER NOT = "00"
                   MOVE WS-KEEP-ANSWER TO WS-KEEP-GENS
               END-IF
           END-IF.
      ******************************************************************
      * This section settles the business date the generation is
      * filed under and claims the next generation number with a
      * STRT control record, before a single record is copied.
      ******************************************************************
           PERFORM 0100-FIND-BUS-DATE
           PERFORM 0150-FIND-LAST-GEN
           ADD 1 TO WS-NEW-GEN
           OPEN EXTEND BKUP-CTL
           MOVE SPACES TO BKUP-CTL-REC
           MOVE WS-NEW-GEN TO BC-GEN-NUM
           MOVE "STRT" TO BC-FILE-ID
           MOVE ZERO TO BC-REC-COUNT
           MOVE ZERO TO BC-HASH-TOTAL
           MOVE WS-BUS-DATE TO BC-BUS-DATE
           MOVE WS-TAKEN-STAMP TO BC-TAKEN-STAMP
           MOVE WS-INITIALS TO BC-TAKEN-BY
           WRITE BKUP-CTL-REC
           CLOSE BKUP-CTL
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 6
               MOVE WS-FILE-LIST-ID(WS-FILE-IDX)
                   TO WS-FT-ID(WS-FILE-IDX)
               MOVE WS-FILE-LIST-NAME(WS-FILE-IDX)
                   TO WS-FT-NAME(WS-FILE-IDX)
               MOVE 'N' TO WS-FT-FOUND(WS-FILE-IDX)
               MOVE ZERO TO WS-FT-COUNT(WS-FILE-IDX)
               MOVE ZERO TO WS-FT-HASH(WS-FILE-IDX)
           END-PERFORM.
      ******************************************************************
      * This section copies the six files into backup.dat, one
      * after another, counting and hashing every record on the
      * way past.
      ******************************************************************
           OPEN EXTEND BKUP
           PERFORM 0310-COPY-INV
           PERFORM 0320-COPY-PRICE
           PERFORM 0330-COPY-VENDOR
           PERFORM 0340-COPY-MARGIN
           PERFORM 0350-COPY-PENDING
           PERFORM 0360-COPY-STAGED
           CLOSE BKUP.
      ******************************************************************
      * This section files the generation's control records - one
      * per file, then the END record with the grand totals that
      * marks the generation complete.
      ******************************************************************
           OPEN EXTEND BKUP-CTL
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 6
               MOVE SPACES TO BKUP-CTL-REC
               MOVE WS-NEW-GEN TO BC-GEN-NUM
               MOVE WS-FT-ID(WS-FILE-IDX) TO BC-FILE-ID
               MOVE WS-FT-NAME(WS-FILE-IDX) TO BC-FILE-NAME
               MOVE WS-FT-FOUND(WS-FILE-IDX) TO BC-FILE-FOUND
               MOVE WS-FT-COUNT(WS-FILE-IDX) TO BC-REC-COUNT
               MOVE WS-FT-HASH(WS-FILE-IDX) TO BC-HASH-TOTAL
               MOVE WS-BUS-DATE TO BC-BUS-DATE
               MOVE WS-TAKEN-STAMP TO BC-TAKEN-STAMP
               MOVE WS-INITIALS TO BC-TAKEN-BY
               WRITE BKUP-CTL-REC
               ADD WS-FT-COUNT(WS-FILE-IDX) TO WS-TOTAL-COUNT
               ADD WS-FT-HASH(WS-FILE-IDX) TO WS-TOTAL-HASH
           END-PERFORM
           MOVE SPACES TO BKUP-CTL-REC
           MOVE WS-NEW-GEN TO BC-GEN-NUM
           MOVE "END " TO BC-FILE-ID
           MOVE WS-TOTAL-COUNT TO BC-REC-COUNT
           MOVE WS-TOTAL-HASH TO BC-HASH-TOTAL
           MOVE WS-BUS-DATE TO BC-BUS-DATE
           MOVE WS-TAKEN-STAMP TO BC-TAKEN-STAMP
           MOVE WS-INITIALS TO BC-TAKEN-BY
           WRITE BKUP-CTL-REC
           CLOSE BKUP-CTL.
      ******************************************************************
      * This section prunes the generations that have fallen out
      * of the keep window, now that the new one is complete.
      ******************************************************************
           IF WS-NEW-GEN > WS-KEEP-GENS
               COMPUTE WS-CUTOFF-GEN = WS-NEW-GEN - WS-KEEP-GENS
           END-IF
           IF WS-CUTOFF-GEN > ZERO AND WS-OLDEST-GEN <= WS-CUTOFF-GEN
               PERFORM 0500-PRUNE-BACKUP
               PERFORM 0550-PRUNE-CONTROL
           END-IF.
      ******************************************************************
      * This section prints filebkup.rpt: the generation, what was
      * copied of each file, the totals, and what was pruned.
      ******************************************************************
           OPEN OUTPUT BKUP-RPT
           MOVE WS-NEW-GEN TO WS-DISP-GEN
           MOVE SPACES TO BKUP-LINE
           STRING "FILE BACKUP - GENERATION " DELIMITED BY SIZE
                  WS-DISP-GEN DELIMITED BY SIZE
               INTO BKUP-LINE
           END-STRING
           WRITE BKUP-LINE
           MOVE SPACES TO BKUP-LINE
           STRING "BUSINESS DATE " DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  "  TAKEN " DELIMITED BY SIZE
                  WS-TAKEN-STAMP(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TAKEN-STAMP(9:6) DELIMITED BY SIZE
                  "  BY " DELIMITED BY SIZE
                  WS-INITIALS DELIMITED BY SIZE
               INTO BKUP-LINE
           END-STRING
           WRITE BKUP-LINE
           MOVE SPACES TO BKUP-LINE
           WRITE BKUP-LINE
           MOVE "FILE  NAME                    RECORDS    HASH TOTAL"
               TO BKUP-LINE
           WRITE BKUP-LINE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 6
               MOVE SPACES TO BKUP-LINE
               MOVE WS-FT-ID(WS-FILE-IDX) TO BKUP-LINE(1:4)
               MOVE WS-FT-NAME(WS-FILE-IDX) TO BKUP-LINE(7:20)
               IF WS-FT-FOUND(WS-FILE-IDX) = 'Y'
                   MOVE WS-FT-COUNT(WS-FILE-IDX) TO WS-DISP-COUNT
                   MOVE WS-FT-HASH(WS-FILE-IDX) TO WS-DISP-HASH
                   MOVE WS-DISP-COUNT TO BKUP-LINE(30:7)
                   MOVE WS-DISP-HASH TO BKUP-LINE(40:12)
               ELSE
                   MOVE "NOT ON FILE - A RESTORE PUTS IT BACK EMPTY"
                       TO BKUP-LINE(30:42)
               END-IF
               WRITE BKUP-LINE
           END-PERFORM
           MOVE SPACES TO BKUP-LINE
           MOVE "TOTAL" TO BKUP-LINE(1:5)
           MOVE WS-TOTAL-COUNT TO WS-DISP-COUNT
           MOVE WS-TOTAL-HASH TO WS-DISP-HASH
           MOVE WS-DISP-COUNT TO BKUP-LINE(30:7)
           MOVE WS-DISP-HASH TO BKUP-LINE(40:12)
           WRITE BKUP-LINE
           MOVE SPACES TO BKUP-LINE
           WRITE BKUP-LINE
           MOVE SPACES TO BKUP-LINE
           STRING "GENERATIONS KEPT: " DELIMITED BY SIZE
                  WS-KEEP-GENS DELIMITED BY SIZE
               INTO BKUP-LINE
           END-STRING
           WRITE BKUP-LINE
           MOVE SPACES TO BKUP-LINE
           IF WS-PRUNE-CTL-COUNT > ZERO
               MOVE WS-CUTOFF-GEN TO WS-DISP-GEN
               MOVE WS-PRUNE-BKUP-COUNT TO WS-DISP-COUNT
               STRING "PRUNED GENERATION " DELIMITED BY SIZE
                      WS-DISP-GEN DELIMITED BY SIZE
                      " AND OLDER - " DELIMITED BY SIZE
                      WS-DISP-COUNT DELIMITED BY SIZE
                      " RECORD(S) REMOVED FROM BACKUP.DAT"
                          DELIMITED BY SIZE
                   INTO BKUP-LINE
               END-STRING
           ELSE
               MOVE "NOTHING PRUNED THIS RUN" TO BKUP-LINE
           END-IF
           WRITE BKUP-LINE
           CLOSE BKUP-RPT
           DISPLAY "FILE-BACKUP done. Generation " WS-NEW-GEN
               " for business date " WS-BUS-DATE ", "
               WS-TOTAL-COUNT " record(s). See filebkup.rpt.".
       STOP RUN.
      ******************************************************************
      * This section takes the business date from the cycle on
      * runctl.dat, so the generation lines up with the night
      * NIGHT-CYCLE is running. No cycle on file files it under
      * today's date.
      ******************************************************************
       0100-FIND-BUS-DATE.
           MOVE WS-STAMP(5:2) TO WS-TODAY-MM
           MOVE WS-STAMP(7:2) TO WS-TODAY-DD
           MOVE WS-STAMP(1:4) TO WS-TODAY-YYYY
           MOVE WS-TODAY-MDY TO WS-BUS-DATE
           MOVE 'F' TO WS-EOF
           OPEN INPUT RUN-CTL
           READ RUN-CTL
               AT END MOVE 'T' TO WS-EOF
               NOT AT END
                   IF RUNCTL-BUS-DATE NUMERIC
                       MOVE RUNCTL-BUS-DATE TO WS-BUS-DATE
                   END-IF
           END-READ
           CLOSE RUN-CTL
           MOVE 'F' TO WS-EOF.
      ******************************************************************
      * This section reads bkupctl.dat end to end for the highest
      * generation number ever claimed and the oldest one still
      * on file.
      ******************************************************************
       0150-FIND-LAST-GEN.
           MOVE 'F' TO WS-EOF
           OPEN INPUT BKUP-CTL
           PERFORM UNTIL WS-EOF = 'T'
               READ BKUP-CTL
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF BC-GEN-NUM NUMERIC
                           IF BC-GEN-NUM > WS-NEW-GEN
                               MOVE BC-GEN-NUM TO WS-NEW-GEN
                           END-IF
                           IF BC-GEN-NUM < WS-OLDEST-GEN
                               MOVE BC-GEN-NUM TO WS-OLDEST-GEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKUP-CTL
           MOVE 'F' TO WS-EOF.
      ******************************************************************
      * This section copies inv.dat into the generation.
      ******************************************************************
       0310-COPY-INV.
           SET WS-FILE-IDX TO 1
           MOVE 'F' TO WS-EOF
           OPEN INPUT INV
           IF WS-INV-STATUS = "00"
               MOVE 'Y' TO WS-FT-FOUND(WS-FILE-IDX)
               PERFORM UNTIL WS-EOF = 'T'
                   READ INV
                       AT END MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE INV-FILE TO WS-IMAGE
                           PERFORM 0400-WRITE-BACKUP-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INV.
      ******************************************************************
      * This section copies price.dat into the generation, front to
      * back in key order, so a restore can load it straight back
      * without an out-of-sequence key.
      ******************************************************************
       0320-COPY-PRICE.
           SET WS-FILE-IDX TO 2
           MOVE 'F' TO WS-EOF
           OPEN INPUT PRICE
           IF WS-PRICE-STATUS = "00"
               MOVE 'Y' TO WS-FT-FOUND(WS-FILE-IDX)
               PERFORM UNTIL WS-EOF = 'T'
                   READ PRICE NEXT RECORD
                       AT END MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE PRICE-FILE TO WS-IMAGE
                           PERFORM 0400-WRITE-BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE PRICE
           ELSE
               DISPLAY "WARNING: price.dat could not be opened "
                   "(status " WS-PRICE-STATUS ") - not in this "
                   "generation."
           END-IF.
      ******************************************************************
      * This section copies vendor.dat into the generation.
      ******************************************************************
       0330-COPY-VENDOR.
           SET WS-FILE-IDX TO 3
           MOVE 'F' TO WS-EOF
           OPEN INPUT VENDOR
           IF WS-VEND-STATUS = "00"
               MOVE 'Y' TO WS-FT-FOUND(WS-FILE-IDX)
               PERFORM UNTIL WS-EOF = 'T'
                   READ VENDOR
                       AT END MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE VEND-FILE TO WS-IMAGE
                           PERFORM 0400-WRITE-BACKUP-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE VENDOR.
      ******************************************************************
      * This section copies margin.dat into the generation.
      ******************************************************************
       0340-COPY-MARGIN.
           SET WS-FILE-IDX TO 4
           MOVE 'F' TO WS-EOF
           OPEN INPUT MARGIN
           IF WS-MARGIN-STATUS = "00"
               MOVE 'Y' TO WS-FT-FOUND(WS-FILE-IDX)
               PERFORM UNTIL WS-EOF = 'T'
                   READ MARGIN
                       AT END MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE MARGIN-REC TO WS-IMAGE
                           PERFORM 0400-WRITE-BACKUP-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MARGIN.
      ******************************************************************
      * This section copies pending-prices.dat into the generation.
      ******************************************************************
       0350-COPY-PENDING.
           SET WS-FILE-IDX TO 5
           MOVE 'F' TO WS-EOF
           OPEN INPUT PENDING
           IF WS-PEND-STATUS = "00"
               MOVE 'Y' TO WS-FT-FOUND(WS-FILE-IDX)
               PERFORM UNTIL WS-EOF = 'T'
                   READ PENDING
                       AT END MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE PEND-REC TO WS-IMAGE
                           PERFORM 0400-WRITE-BACKUP-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PENDING.
      ******************************************************************
      * This section copies staged-prices.dat into the generation.
      ******************************************************************
       0360-COPY-STAGED.
           SET WS-FILE-IDX TO 6
           MOVE 'F' TO WS-EOF
           OPEN INPUT STAGED
           IF WS-STAGED-STATUS = "00"
               MOVE 'Y' TO WS-FT-FOUND(WS-FILE-IDX)
               PERFORM UNTIL WS-EOF = 'T'
                   READ STAGED
                       AT END MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE STAGED-FILE TO WS-IMAGE
                           PERFORM 0400-WRITE-BACKUP-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE STAGED
           MOVE 'F' TO WS-EOF.
      ******************************************************************
      * This section appends the record in WS-IMAGE to backup.dat
      * under the new generation and the file WS-FILE-IDX points
      * at, and rolls it into that file's count and hash.
      ******************************************************************
       0400-WRITE-BACKUP-RECORD.
           MOVE WS-NEW-GEN TO BK-GEN-NUM
           MOVE WS-FT-ID(WS-FILE-IDX) TO BK-FILE-ID
           MOVE WS-IMAGE TO BK-DATA
           WRITE BKUP-REC
           PERFORM 0700-HASH-IMAGE
           ADD 1 TO WS-FT-COUNT(WS-FILE-IDX)
           ADD WS-REC-HASH TO WS-FT-HASH(WS-FILE-IDX).
      ******************************************************************
      * This section streams backup.dat through bkupwork.dat,
      * dropping every record of a generation at or below the
      * cutoff, and writes what is kept back as backup.dat.
      ******************************************************************
       0500-PRUNE-BACKUP.
           MOVE 'F' TO WS-EOF
           OPEN INPUT BKUP
           OPEN OUTPUT BKUP-WORK
           PERFORM UNTIL WS-EOF = 'T'
               READ BKUP
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF BK-GEN-NUM NUMERIC
                           AND BK-GEN-NUM <= WS-CUTOFF-GEN
                           ADD 1 TO WS-PRUNE-BKUP-COUNT
                       ELSE
                           MOVE BKUP-REC TO BKUP-WORK-REC
                           WRITE BKUP-WORK-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKUP
           CLOSE BKUP-WORK
           MOVE 'F' TO WS-EOF
           OPEN INPUT BKUP-WORK
           OPEN OUTPUT BKUP
           PERFORM UNTIL WS-EOF = 'T'
               READ BKUP-WORK
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       MOVE BKUP-WORK-REC TO BKUP-REC
                       WRITE BKUP-REC
               END-READ
           END-PERFORM
           CLOSE BKUP-WORK
           CLOSE BKUP
           MOVE 'F' TO WS-EOF.
      ******************************************************************
      * This section does the same for bkupctl.dat through
      * bkctlwork.dat, so the control records go with the copies
      * they describe.
      ******************************************************************
       0550-PRUNE-CONTROL.
           MOVE 'F' TO WS-EOF
           OPEN INPUT BKUP-CTL
           OPEN OUTPUT CTL-WORK
           PERFORM UNTIL WS-EOF = 'T'
               READ BKUP-CTL
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF BC-GEN-NUM NUMERIC
                           AND BC-GEN-NUM <= WS-CUTOFF-GEN
                           ADD 1 TO WS-PRUNE-CTL-COUNT
                       ELSE
                           MOVE BKUP-CTL-REC TO CTL-WORK-REC
                           WRITE CTL-WORK-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKUP-CTL
           CLOSE CTL-WORK
           MOVE 'F' TO WS-EOF
           OPEN INPUT CTL-WORK
           OPEN OUTPUT BKUP-CTL
           PERFORM UNTIL WS-EOF = 'T'
               READ CTL-WORK
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       MOVE CTL-WORK-REC TO BKUP-CTL-REC
                       WRITE BKUP-CTL-REC
               END-READ
           END-PERFORM
           CLOSE CTL-WORK
           CLOSE BKUP-CTL
           MOVE 'F' TO WS-EOF.
      ******************************************************************
      * This section works out the hash of the record in WS-IMAGE
      * for the file WS-FILE-IDX points at: item number plus money
      * in cents (plus on-hand quantity for inv.dat), the margin
      * percent for margin.dat. vendor.dat has no number worth
      * adding, so its hash stays zero and its count does the
      * checking. A field that is not numeric - a record punched
      * before the column existed - adds nothing.
      ******************************************************************
       0700-HASH-IMAGE.
           MOVE ZERO TO WS-REC-HASH
           EVALUATE WS-FT-ID(WS-FILE-IDX)
               WHEN "INV "
                   IF WS-IMG-INV-ITEM NUMERIC
                       ADD WS-IMG-INV-ITEM TO WS-REC-HASH
                   END-IF
                   IF WS-IMG-INV-COST NUMERIC
                       COMPUTE WS-REC-HASH =
                           WS-REC-HASH + WS-IMG-INV-COST * 100
                   END-IF
                   IF WS-IMG-INV-QTY NUMERIC
                       ADD WS-IMG-INV-QTY TO WS-REC-HASH
                   END-IF
               WHEN "PRIC"
               WHEN "STAG"
                   IF WS-IMG-PRICE-ITEM NUMERIC
                       ADD WS-IMG-PRICE-ITEM TO WS-REC-HASH
                   END-IF
                   IF WS-IMG-PRICE-AMT NUMERIC
                       COMPUTE WS-REC-HASH =
                           WS-REC-HASH + WS-IMG-PRICE-AMT * 100
                   END-IF
               WHEN "PEND"
                   IF WS-IMG-PEND-ITEM NUMERIC
                       ADD WS-IMG-PEND-ITEM TO WS-REC-HASH
                   END-IF
                   IF WS-IMG-PEND-NEW-PRICE NUMERIC
                       COMPUTE WS-REC-HASH =
                           WS-REC-HASH + WS-IMG-PEND-NEW-PRICE * 100
                   END-IF
               WHEN "MARG"
                   IF WS-IMG-MARGIN-PCT NUMERIC
                       ADD WS-IMG-MARGIN-PCT TO WS-REC-HASH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
