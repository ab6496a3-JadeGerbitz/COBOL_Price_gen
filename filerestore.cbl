       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-RESTORE.
       AUTHOR. CARSON GERBITZ.
       DATE-WRITTEN. 10/15/2026.
      ******************************************************************
      * This program puts back a generation FILE-BACKUP took - the
      * whole set, or just one file of it - over the live files:
      *
      *   INV inv.dat   PRIC price.dat   VEND vendor.dat
      *   MARG margin.dat   PEND pending-prices.dat
      *   STAG staged-prices.dat
      *
      * It lists the complete generations on bkupctl.dat (copybook
      * BKUPCTL) with their business dates and who took them, and
      * asks which generation, which file (or ALL), the initials of
      * whoever is restoring, and a final Y before it touches
      * anything. Then:
      *
      *   pass 1  backup.dat is read for the generation and every
      *           chosen file's copy is counted and hashed. If any
      *           of them does not match its control record the
      *           copy is damaged and NOTHING is restored.
      *   pass 2  each chosen live file is rewritten from its copy
      *           (price.dat reloaded in key order). A file that
      *           was not there when the backup ran goes back
      *           empty, the way it was.
      *   pass 3  each restored file is read back, counted and
      *           hashed against the control record again, and
      *           stamped VERIFIED or MISMATCH.
      *
      * A restore is refused outright while NIGHT-CYCLE's board
      * shows a cycle in progress - some steps finished and some
      * not - since putting files back underneath a half-run night
      * is how the next step ends up running off one evening's
      * prices and another's item master. Finish the cycle (or
      * have a supervisor force its steps) or open the next one
      * first.
      *
      * Every file restored, and every restore refused for a
      * damaged copy, is logged to restlog.dat with who did it,
      * when, the generation and its business date, and the count
      * and hash involved. Restoring inv.dat this way is not
      * written to inv-journal.dat - the restore log is the record
      * of it.
      *
      * Input files:  backup.dat, bkupctl.dat, runctl.dat
      * Output files: inv.dat, price.dat, vendor.dat, margin.dat,
      *               pending-prices.dat, staged-prices.dat (as
      *               chosen), restlog.dat (appended)
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
           SELECT OPTIONAL RUN-CTL ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REST-LOG ASSIGN TO 'restlog.dat'
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
       FD RUN-CTL.
           COPY runctl.
      ******************************************************************
      * restlog.dat - one record per file restored or refused.
      * RL-RESULT is V when the restored file read back matching
      * its control record, M when it did not, and R when the
      * backup copy itself failed the check and nothing was put
      * back.
      ******************************************************************
       FD REST-LOG.
       01 REST-LOG-REC.
           05 RL-STAMP                         PIC X(14).
           05 RL-RESTORED-BY                   PIC X(3).
           05 RL-GEN-NUM                       PIC 9(4).
           05 RL-BUS-DATE                      PIC 9(8).
           05 RL-FILE-ID                       PIC X(4).
           05 RL-REC-COUNT                     PIC 9(7).
           05 RL-HASH-TOTAL                    PIC 9(12).
           05 RL-RESULT                        PIC X(1).
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-INV-STATUS                        PIC X(2).
       01 WS-PRICE-STATUS                      PIC X(2).
       01 WS-VEND-STATUS                       PIC X(2).
       01 WS-MARGIN-STATUS                     PIC X(2).
       01 WS-PEND-STATUS                       PIC X(2).
       01 WS-STAGED-STATUS                     PIC X(2).
       01 WS-STAMP                             PIC X(21).
       01 WS-INITIALS                          PIC X(3).
       01 WS-ANSWER                            PIC X(1).
       01 WS-GEN-ANSWER                        PIC X(4).
       01 WS-FILE-ANSWER                       PIC X(4).
       01 WS-RESTORE-GEN                       PIC 9(4).
       01 WS-RESTORE-BUS-DATE                  PIC 9(8).
       01 WS-FOUND                             PIC A(1).
       01 WS-COPY-OK                           PIC A(1) VALUE 'Y'.
       01 WS-ALL-VERIFIED                      PIC A(1) VALUE 'Y'.
       01 WS-PRICE-LOAD-ERRORS                 PIC 9(7) VALUE ZERO.
      ******************************************************************
      * Run-control state: a cycle is in progress when at least one
      * step has finished (complete or forced) and at least one
      * has not.
      ******************************************************************
       01 WS-STEP-SUB                          PIC 9(1).
       01 WS-STEPS-DONE                        PIC 9(1) VALUE ZERO.
       01 WS-STEPS-PENDING                     PIC 9(1) VALUE ZERO.
      ******************************************************************
      * The complete generations on file, from their END records,
      * in the order bkupctl.dat holds them (oldest first).
      ******************************************************************
       01 WS-GEN-COUNT                         PIC 9(2) VALUE ZERO.
       01 WS-GEN-TABLE.
           05 WS-GEN-ENTRY OCCURS 99 TIMES
                           INDEXED BY WS-GEN-IDX.
               10 WS-GT-GEN-NUM                PIC 9(4).
               10 WS-GT-BUS-DATE               PIC 9(8).
               10 WS-GT-TAKEN-STAMP            PIC X(14).
               10 WS-GT-TAKEN-BY               PIC X(3).
               10 WS-GT-REC-COUNT              PIC 9(7).
      ******************************************************************
      * The six files a generation holds, with the control record's
      * figures, what the backup copy added up to (pass 1), and
      * what the restored file added up to (pass 3).
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
               10 WS-FT-SELECTED               PIC A(1).
               10 WS-FT-CTL-SEEN               PIC A(1).
               10 WS-FT-FOUND                  PIC X(1).
               10 WS-FT-COUNT                  PIC 9(7).
               10 WS-FT-HASH                   PIC 9(12).
               10 WS-FT-BK-COUNT               PIC 9(7).
               10 WS-FT-BK-HASH                PIC 9(12).
               10 WS-FT-LIVE-COUNT             PIC 9(7).
               10 WS-FT-LIVE-HASH              PIC 9(12).
      ******************************************************************
      * WS-IMAGE holds one record, with a view per file of the
      * fields that go into its hash - the same views FILE-BACKUP
      * hashes with, so the copy, the control record and the
      * restored file all arrive at the same number.
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

       PROCEDURE DIVISION.
      ******************************************************************
      * This section refuses the restore while NIGHT-CYCLE shows a
      * cycle partway through.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           PERFORM 0100-CHECK-RUN-CONTROL
           IF WS-STEPS-DONE > ZERO AND WS-STEPS-PENDING > ZERO
               DISPLAY "REFUSED: NIGHT-CYCLE shows the cycle for "
                   RUNCTL-BUS-DATE " in progress - nothing restored."
               DISPLAY "Finish the cycle (or have a supervisor force "
                   "its steps), or open the next one, then rerun."
               STOP RUN
           END-IF.
      ******************************************************************
      * This section lists the complete generations and asks which
      * one, which file, who is restoring, and for the final go.
      ******************************************************************
           PERFORM 0200-LOAD-GENERATIONS
           IF WS-GEN-COUNT = ZERO
               DISPLAY "No complete backup generation on bkupctl.dat "
                   "- run FILE-BACKUP first. Nothing restored."
               STOP RUN
           END-IF
           DISPLAY "FILE-RESTORE - generations on file"
           DISPLAY "  GEN   BUS DATE  TAKEN            BY  RECORDS"
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               DISPLAY "  " WS-GT-GEN-NUM(WS-GEN-IDX)
                   "  " WS-GT-BUS-DATE(WS-GEN-IDX)
                   "  " WS-GT-TAKEN-STAMP(WS-GEN-IDX)(1:8)
                   " " WS-GT-TAKEN-STAMP(WS-GEN-IDX)(9:6)
                   "  " WS-GT-TAKEN-BY(WS-GEN-IDX)
                   " " WS-GT-REC-COUNT(WS-GEN-IDX)
           END-PERFORM
           DISPLAY "Generation to restore (4 digits, as listed): "
           ACCEPT WS-GEN-ANSWER
           MOVE 'N' TO WS-FOUND
           IF WS-GEN-ANSWER NUMERIC
               MOVE WS-GEN-ANSWER TO WS-RESTORE-GEN
               PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                       UNTIL WS-GEN-IDX > WS-GEN-COUNT
                       OR WS-FOUND = 'Y'
                   IF WS-GT-GEN-NUM(WS-GEN-IDX) = WS-RESTORE-GEN
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND = 'N'
               DISPLAY "No complete generation " WS-GEN-ANSWER
                   " on file - nothing restored."
               STOP RUN
           END-IF
           SET WS-GEN-IDX DOWN BY 1
           MOVE WS-GT-BUS-DATE(WS-GEN-IDX) TO WS-RESTORE-BUS-DATE
           DISPLAY "File to restore - ALL, or one of "
               "INV PRIC VEND MARG PEND STAG: "
           ACCEPT WS-FILE-ANSWER
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 6
               MOVE WS-FILE-LIST-ID(WS-FILE-IDX)
                   TO WS-FT-ID(WS-FILE-IDX)
               MOVE WS-FILE-LIST-NAME(WS-FILE-IDX)
                   TO WS-FT-NAME(WS-FILE-IDX)
               MOVE 'N' TO WS-FT-CTL-SEEN(WS-FILE-IDX)
               MOVE 'N' TO WS-FT-FOUND(WS-FILE-IDX)
               MOVE ZERO TO WS-FT-COUNT(WS-FILE-IDX)
               MOVE ZERO TO WS-FT-HASH(WS-FILE-IDX)
               MOVE ZERO TO WS-FT-BK-COUNT(WS-FILE-IDX)
               MOVE ZERO TO WS-FT-BK-HASH(WS-FILE-IDX)
               MOVE ZERO TO WS-FT-LIVE-COUNT(WS-FILE-IDX)
               MOVE ZERO TO WS-FT-LIVE-HASH(WS-FILE-IDX)
               IF WS-FILE-ANSWER = "ALL "
                   OR WS-FILE-ANSWER = WS-FT-ID(WS-FILE-IDX)
                   MOVE 'Y' TO WS-FT-SELECTED(WS-FILE-IDX)
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   MOVE 'N' TO WS-FT-SELECTED(WS-FILE-IDX)
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               DISPLAY "Unknown file " WS-FILE-ANSWER
                   " - nothing restored."
               STOP RUN
           END-IF
           DISPLAY "Your initials (3 chars): "
           ACCEPT WS-INITIALS
           IF WS-INITIALS = SPACES
               DISPLAY "No initials - a restore must say who did it."
                   " Nothing restored."
               STOP RUN
           END-IF
           DISPLAY "Restore generation " WS-RESTORE-GEN
               " (business date " WS-RESTORE-BUS-DATE ") file "
               WS-FILE-ANSWER " over the live files? (Y/N): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
               DISPLAY "Nothing restored."
               STOP RUN
           END-IF.
      ******************************************************************
      * Pass 1: check the generation's copies against the control
      * records. One chosen file with no control record, or whose
      * copy does not count and hash back to it, and the whole
      * restore is refused - the refusal is logged.
      ******************************************************************
           PERFORM 0300-LOAD-CONTROL
           PERFORM 0400-CHECK-BACKUP-COPY
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 6
               IF WS-FT-SELECTED(WS-FILE-IDX) = 'Y'
                   IF WS-FT-CTL-SEEN(WS-FILE-IDX) = 'N'
                       DISPLAY "REFUSED: generation " WS-RESTORE-GEN
                           " has no control record for "
                           WS-FT-NAME(WS-FILE-IDX)
                       MOVE 'N' TO WS-COPY-OK
                   ELSE
                       IF WS-FT-BK-COUNT(WS-FILE-IDX)
                               NOT = WS-FT-COUNT(WS-FILE-IDX)
                           OR WS-FT-BK-HASH(WS-FILE-IDX)
                               NOT = WS-FT-HASH(WS-FILE-IDX)
                           DISPLAY "REFUSED: the copy of "
                               WS-FT-NAME(WS-FILE-IDX) " has "
                               WS-FT-BK-COUNT(WS-FILE-IDX)
                               " record(s) hash "
                               WS-FT-BK-HASH(WS-FILE-IDX)
                           DISPLAY "         control says "
                               WS-FT-COUNT(WS-FILE-IDX)
                               " record(s) hash "
                               WS-FT-HASH(WS-FILE-IDX)
                           MOVE 'N' TO WS-COPY-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-COPY-OK = 'N'
               OPEN EXTEND REST-LOG
               PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                       UNTIL WS-FILE-IDX > 6
                   IF WS-FT-SELECTED(WS-FILE-IDX) = 'Y'
                       MOVE WS-FT-BK-COUNT(WS-FILE-IDX)
                           TO RL-REC-COUNT
                       MOVE WS-FT-BK-HASH(WS-FILE-IDX)
                           TO RL-HASH-TOTAL
                       MOVE 'R' TO RL-RESULT
                       PERFORM 0800-WRITE-LOG-RECORD
                   END-IF
               END-PERFORM
               CLOSE REST-LOG
               DISPLAY "The backup copy is damaged - nothing was "
                   "restored. Try an earlier generation."
               STOP RUN
           END-IF.
      ******************************************************************
      * Pass 2: rewrite each chosen live file from its copy.
      ******************************************************************
           PERFORM 0500-OPEN-CHOSEN-FILES
           MOVE 'F' TO WS-EOF
           OPEN INPUT BKUP
           PERFORM UNTIL WS-EOF = 'T'
               READ BKUP
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF BK-GEN-NUM = WS-RESTORE-GEN
                           PERFORM 0700-FIND-FILE
                           IF WS-FOUND = 'Y'
                               IF WS-FT-SELECTED(WS-FILE-IDX) = 'Y'
                                   PERFORM 0550-RESTORE-ONE-RECORD
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKUP
           PERFORM 0580-CLOSE-CHOSEN-FILES.
      ******************************************************************
      * Pass 3: read every restored file back and check it against
      * its control record, then log each one and say how it went.
      ******************************************************************
           PERFORM 0600-VERIFY-RESTORED-FILES
           OPEN EXTEND REST-LOG
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 6
               IF WS-FT-SELECTED(WS-FILE-IDX) = 'Y'
                   MOVE WS-FT-LIVE-COUNT(WS-FILE-IDX) TO RL-REC-COUNT
                   MOVE WS-FT-LIVE-HASH(WS-FILE-IDX) TO RL-HASH-TOTAL
                   IF WS-FT-LIVE-COUNT(WS-FILE-IDX)
                           = WS-FT-COUNT(WS-FILE-IDX)
                       AND WS-FT-LIVE-HASH(WS-FILE-IDX)
                           = WS-FT-HASH(WS-FILE-IDX)
                       MOVE 'V' TO RL-RESULT
                       DISPLAY WS-FT-NAME(WS-FILE-IDX) " restored, "
                           WS-FT-LIVE-COUNT(WS-FILE-IDX)
                           " record(s) - VERIFIED"
                   ELSE
                       MOVE 'M' TO RL-RESULT
                       MOVE 'N' TO WS-ALL-VERIFIED
                       DISPLAY WS-FT-NAME(WS-FILE-IDX) " restored, "
                           WS-FT-LIVE-COUNT(WS-FILE-IDX)
                           " record(s) - *** MISMATCH *** control "
                           "says " WS-FT-COUNT(WS-FILE-IDX)
                   END-IF
                   PERFORM 0800-WRITE-LOG-RECORD
               END-IF
           END-PERFORM
           CLOSE REST-LOG
           IF WS-PRICE-LOAD-ERRORS > ZERO
               DISPLAY "*** " WS-PRICE-LOAD-ERRORS " price.dat "
                   "record(s) would not load (duplicate key)."
           END-IF
           IF WS-ALL-VERIFIED = 'Y'
               DISPLAY "FILE-RESTORE done. Generation "
                   WS-RESTORE-GEN " restored by " WS-INITIALS
                   " - logged to restlog.dat."
           ELSE
               DISPLAY "*** RESTORE DID NOT VERIFY - do not run the "
                   "night until the files above are explained."
           END-IF.
       STOP RUN.
      ******************************************************************
      * This section counts the finished and unfinished steps of
      * the cycle on runctl.dat, if there is one.
      ******************************************************************
       0100-CHECK-RUN-CONTROL.
           MOVE 'F' TO WS-EOF
           OPEN INPUT RUN-CTL
           READ RUN-CTL
               AT END MOVE 'T' TO WS-EOF
               NOT AT END
                   PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                           UNTIL WS-STEP-SUB > 5
                       IF RUNCTL-STEP-STATUS(WS-STEP-SUB) = 'C'
                           OR RUNCTL-STEP-STATUS(WS-STEP-SUB) = 'F'
                           ADD 1 TO WS-STEPS-DONE
                       ELSE
                           ADD 1 TO WS-STEPS-PENDING
                       END-IF
                   END-PERFORM
           END-READ
           CLOSE RUN-CTL
           MOVE 'F' TO WS-EOF.
      ******************************************************************
      * This section reads bkupctl.dat for the END record of every
      * generation that finished. A generation whose END record is
      * missing died partway and is never offered.
      ******************************************************************
       0200-LOAD-GENERATIONS.
           MOVE 'F' TO WS-EOF
           OPEN INPUT BKUP-CTL
           PERFORM UNTIL WS-EOF = 'T'
               READ BKUP-CTL
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF BC-FILE-ID = "END " AND WS-GEN-COUNT < 99
                           ADD 1 TO WS-GEN-COUNT
                           MOVE BC-GEN-NUM
                               TO WS-GT-GEN-NUM(WS-GEN-COUNT)
                           MOVE BC-BUS-DATE
                               TO WS-GT-BUS-DATE(WS-GEN-COUNT)
                           MOVE BC-TAKEN-STAMP
                               TO WS-GT-TAKEN-STAMP(WS-GEN-COUNT)
                           MOVE BC-TAKEN-BY
                               TO WS-GT-TAKEN-BY(WS-GEN-COUNT)
                           MOVE BC-REC-COUNT
                               TO WS-GT-REC-COUNT(WS-GEN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKUP-CTL
           MOVE 'F' TO WS-EOF.
      ******************************************************************
      * This section picks up the chosen generation's per-file
      * control records.
      ******************************************************************
       0300-LOAD-CONTROL.
           MOVE 'F' TO WS-EOF
           OPEN INPUT BKUP-CTL
           PERFORM UNTIL WS-EOF = 'T'
               READ BKUP-CTL
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF BC-GEN-NUM = WS-RESTORE-GEN
                           MOVE BC-FILE-ID TO BK-FILE-ID
                           PERFORM 0700-FIND-FILE
                           IF WS-FOUND = 'Y'
                               MOVE 'Y' TO WS-FT-CTL-SEEN(WS-FILE-IDX)
                               MOVE BC-FILE-FOUND
                                   TO WS-FT-FOUND(WS-FILE-IDX)
                               MOVE BC-REC-COUNT
                                   TO WS-FT-COUNT(WS-FILE-IDX)
                               MOVE BC-HASH-TOTAL
                                   TO WS-FT-HASH(WS-FILE-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKUP-CTL
           MOVE 'F' TO WS-EOF.
      ******************************************************************
      * This section counts and hashes the chosen generation's
      * copies in backup.dat, file by file.
      ******************************************************************
       0400-CHECK-BACKUP-COPY.
           MOVE 'F' TO WS-EOF
           OPEN INPUT BKUP
           PERFORM UNTIL WS-EOF = 'T'
               READ BKUP
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF BK-GEN-NUM = WS-RESTORE-GEN
                           PERFORM 0700-FIND-FILE
                           IF WS-FOUND = 'Y'
                               MOVE BK-DATA TO WS-IMAGE
                               PERFORM 0750-HASH-IMAGE
                               ADD 1 TO WS-FT-BK-COUNT(WS-FILE-IDX)
                               ADD WS-REC-HASH
                                   TO WS-FT-BK-HASH(WS-FILE-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKUP
           MOVE 'F' TO WS-EOF.
      ******************************************************************
      * This section opens each chosen live file for output, which
      * empties it ready for the copy to be written back.
      ******************************************************************
       0500-OPEN-CHOSEN-FILES.
           IF WS-FT-SELECTED(1) = 'Y'
               OPEN OUTPUT INV
           END-IF
           IF WS-FT-SELECTED(2) = 'Y'
               OPEN OUTPUT PRICE
               IF WS-PRICE-STATUS NOT = "00"
                   DISPLAY "ERROR: price.dat could not be opened "
                       "for the restore (status " WS-PRICE-STATUS
                       "). Nothing restored."
                   STOP RUN
               END-IF
           END-IF
           IF WS-FT-SELECTED(3) = 'Y'
               OPEN OUTPUT VENDOR
           END-IF
           IF WS-FT-SELECTED(4) = 'Y'
               OPEN OUTPUT MARGIN
           END-IF
           IF WS-FT-SELECTED(5) = 'Y'
               OPEN OUTPUT PENDING
           END-IF
           IF WS-FT-SELECTED(6) = 'Y'
               OPEN OUTPUT STAGED
           END-IF.
      ******************************************************************
      * This section writes one backup record back into the live
      * file WS-FILE-IDX points at. price.dat records arrive in key
      * order as they were copied; one that will not load is
      * counted and shows up again as a mismatch in pass 3.
      ******************************************************************
       0550-RESTORE-ONE-RECORD.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   MOVE BK-DATA TO INV-FILE
                   WRITE INV-FILE
               WHEN 2
                   MOVE BK-DATA TO PRICE-FILE
                   WRITE PRICE-FILE
                       INVALID KEY ADD 1 TO WS-PRICE-LOAD-ERRORS
                   END-WRITE
               WHEN 3
                   MOVE BK-DATA TO VEND-FILE
                   WRITE VEND-FILE
               WHEN 4
                   MOVE BK-DATA TO MARGIN-REC
                   WRITE MARGIN-REC
               WHEN 5
                   MOVE BK-DATA TO PEND-REC
                   WRITE PEND-REC
               WHEN 6
                   MOVE BK-DATA TO STAGED-FILE
                   WRITE STAGED-FILE
           END-EVALUATE.
      ******************************************************************
      * This section closes the live files pass 2 rewrote.
      ******************************************************************
       0580-CLOSE-CHOSEN-FILES.
           IF WS-FT-SELECTED(1) = 'Y'
               CLOSE INV
           END-IF
           IF WS-FT-SELECTED(2) = 'Y'
               CLOSE PRICE
           END-IF
           IF WS-FT-SELECTED(3) = 'Y'
               CLOSE VENDOR
           END-IF
           IF WS-FT-SELECTED(4) = 'Y'
               CLOSE MARGIN
           END-IF
           IF WS-FT-SELECTED(5) = 'Y'
               CLOSE PENDING
           END-IF
           IF WS-FT-SELECTED(6) = 'Y'
               CLOSE STAGED
           END-IF.
      ******************************************************************
      * This section reads each restored file back front to back,
      * counting and hashing it the way FILE-BACKUP did when the
      * copy was taken.
      ******************************************************************
       0600-VERIFY-RESTORED-FILES.
           IF WS-FT-SELECTED(1) = 'Y'
               SET WS-FILE-IDX TO 1
               MOVE 'F' TO WS-EOF
               OPEN INPUT INV
               PERFORM UNTIL WS-EOF = 'T'
                   READ INV
                       AT END MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE INV-FILE TO WS-IMAGE
                           PERFORM 0650-ADD-LIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE INV
           END-IF
           IF WS-FT-SELECTED(2) = 'Y'
               SET WS-FILE-IDX TO 2
               MOVE 'F' TO WS-EOF
               OPEN INPUT PRICE
               PERFORM UNTIL WS-EOF = 'T'
                   READ PRICE NEXT RECORD
                       AT END MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE PRICE-FILE TO WS-IMAGE
                           PERFORM 0650-ADD-LIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PRICE
           END-IF
           IF WS-FT-SELECTED(3) = 'Y'
               SET WS-FILE-IDX TO 3
               MOVE 'F' TO WS-EOF
               OPEN INPUT VENDOR
               PERFORM UNTIL WS-EOF = 'T'
                   READ VENDOR
                       AT END MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE VEND-FILE TO WS-IMAGE
                           PERFORM 0650-ADD-LIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE VENDOR
           END-IF
           IF WS-FT-SELECTED(4) = 'Y'
               SET WS-FILE-IDX TO 4
               MOVE 'F' TO WS-EOF
               OPEN INPUT MARGIN
               PERFORM UNTIL WS-EOF = 'T'
                   READ MARGIN
                       AT END MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE MARGIN-REC TO WS-IMAGE
                           PERFORM 0650-ADD-LIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE MARGIN
           END-IF
           IF WS-FT-SELECTED(5) = 'Y'
               SET WS-FILE-IDX TO 5
               MOVE 'F' TO WS-EOF
               OPEN INPUT PENDING
               PERFORM UNTIL WS-EOF = 'T'
                   READ PENDING
                       AT END MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE PEND-REC TO WS-IMAGE
                           PERFORM 0650-ADD-LIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PENDING
           END-IF
           IF WS-FT-SELECTED(6) = 'Y'
               SET WS-FILE-IDX TO 6
               MOVE 'F' TO WS-EOF
               OPEN INPUT STAGED
               PERFORM UNTIL WS-EOF = 'T'
                   READ STAGED
                       AT END MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE STAGED-FILE TO WS-IMAGE
                           PERFORM 0650-ADD-LIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE STAGED
           END-IF
           MOVE 'F' TO WS-EOF.
      ******************************************************************
      * This section rolls the restored record in WS-IMAGE into its
      * file's read-back count and hash.
      ******************************************************************
       0650-ADD-LIVE-RECORD.
           PERFORM 0750-HASH-IMAGE
           ADD 1 TO WS-FT-LIVE-COUNT(WS-FILE-IDX)
           ADD WS-REC-HASH TO WS-FT-LIVE-HASH(WS-FILE-IDX).
      ******************************************************************
      * This section points WS-FILE-IDX at the file whose id is in
      * BK-FILE-ID. WS-FOUND says whether it is one of the six.
      ******************************************************************
       0700-FIND-FILE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 6 OR WS-FOUND = 'Y'
               IF WS-FT-ID(WS-FILE-IDX) = BK-FILE-ID
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SET WS-FILE-IDX DOWN BY 1
           END-IF.
      ******************************************************************
      * This section works out the hash of the record in WS-IMAGE
      * for the file WS-FILE-IDX points at - exactly as FILE-BACKUP
      * does: item number plus money in cents (plus on-hand
      * quantity for inv.dat), the margin percent for margin.dat,
      * nothing for vendor.dat. A field that is not numeric adds
      * nothing.
      ******************************************************************
       0750-HASH-IMAGE.
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
      ******************************************************************
      * This section writes one restlog.dat record for the file
      * WS-FILE-IDX points at; the caller has already moved in the
      * count, hash and result.
      ******************************************************************
       0800-WRITE-LOG-RECORD.
           MOVE WS-STAMP(1:14) TO RL-STAMP
           MOVE WS-INITIALS TO RL-RESTORED-BY
           MOVE WS-RESTORE-GEN TO RL-GEN-NUM
           MOVE WS-RESTORE-BUS-DATE TO RL-BUS-DATE
           MOVE WS-FT-ID(WS-FILE-IDX) TO RL-FILE-ID
           WRITE REST-LOG-REC.
