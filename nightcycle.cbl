       DATE-WRITTEN. 9/2/2026.
      ******************************************************************
      * This program is the run-control board for the nightly
      * sequence - FILE-BACKUP, then PRICE-GEN, then PRICE-RECON,
      * then PRICE-ACTIVATE, then PRICE-EXTRACT - so the steps
      * cannot be run out of order off a half-written price.dat.
      * It keeps one record in runctl.dat carrying the cycle's
      * business date and each step's status, and it is the one
      * place to look in the morning to know the whole night ran.
      *
      * The operator opens a new cycle for the business date before
      * the night starts, then comes back after each program
      * accepts the mark when every earlier step is already
      * complete AND the step's own evidence checks out:
      *
      *   FILE-BACKUP  bkupctl.dat must hold a finished generation
      *                (its END record) for the cycle's business
      *                date, taken before any PRICE-GEN run for
      *                that date - the backup is the evening's
      *                files as they stood before the night
      *                touched them, or it is no use to restore.
      *   PRICE-GEN    pricegen.ckpt must be cleared - a checkpoint
      *                still on file means the run abended partway
      *                and a rerun is needed before anything else.
      * runctl.dat at start-up and refuses to run while any earlier
      * step of the cycle on file is still pending, so a half-run
      * night cannot reach the registers even if the operator
      * starts the extract by hand. FILE-RESTORE reads it too, and
      * will not put a backup back underneath a cycle that is
      * partway through.
      *
      * Input files:  bkupctl.dat, pricegen.ckpt, price-audit.dat
      * Input/output: runctl.dat (copybook RUNCTL)
      ******************************************************************
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'price-audit.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BKUP-CTL ASSIGN TO 'bkupctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 CKPT-LAST-ITEM-NUM               PIC 9(5).
       FD AUDIT-LOG.
           COPY auditrec.
       FD BKUP-CTL.
           COPY bkupctl.
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-ANSWER                            PIC X(1).
      ******************************************************************
       01 WS-CYCLE.
           05 WS-CYC-BUS-DATE                  PIC 9(8).
           05 WS-CYC-STEP OCCURS 5 TIMES
                          INDEXED BY WS-STEP-IDX.
               10 WS-CYC-STATUS                PIC X(1).
               10 WS-CYC-BY                    PIC X(3).
       01 WS-STEP-NAMES.
           05 FILLER                           PIC X(14)
               VALUE "FILE-BACKUP   ".
           05 FILLER                           PIC X(14)
               VALUE "PRICE-GEN     ".
           05 FILLER                           PIC X(14)
           05 FILLER                           PIC X(14)
               VALUE "PRICE-EXTRACT ".
       01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
           05 WS-STEP-NAME OCCURS 5 TIMES      PIC X(14).
      ******************************************************************
      * Evidence read from bkupctl.dat, pricegen.ckpt and
      * price-audit.dat for the completion checks. The audit file
      * is read end to end keeping the last record, the same way
      * PRICE-RECON finds the most recent run.
      ******************************************************************
       01 WS-BKUP-FOUND                        PIC A(1).
       01 WS-BKUP-GEN-NUM                      PIC 9(4).
       01 WS-BKUP-TAKEN-STAMP                  PIC X(14).
       01 WS-EARLY-GEN-FOUND                   PIC A(1).
       01 WS-CKPT-EOF                          PIC A(1).
       01 WS-CKPT-PENDING                      PIC A(1).
       01 WS-AUDIT-FOUND                       PIC A(1).
               DISPLAY "BUSINESS DATE " WS-CYC-BUS-DATE
               MOVE 'N' TO WS-STUCK-SHOWN
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > 5
                   EVALUATE WS-CYC-STATUS(WS-STEP-IDX)
                       WHEN 'C'
                           DISPLAY "  " WS-STEP-NAME(WS-STEP-IDX)
           IF WS-CYCLE-FOUND = 'Y'
               MOVE 'N' TO WS-STUCK-SHOWN
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > 5
                   IF WS-CYC-STATUS(WS-STEP-IDX) NOT = 'C'
                       AND WS-CYC-STATUS(WS-STEP-IDX) NOT = 'F'
                       MOVE 'Y' TO WS-STUCK-SHOWN
           ACCEPT WS-BUS-DATE
           MOVE WS-BUS-DATE TO WS-CYC-BUS-DATE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 5
               MOVE 'P' TO WS-CYC-STATUS(WS-STEP-IDX)
               MOVE SPACES TO WS-CYC-BY(WS-STEP-IDX)
           END-PERFORM
      ******************************************************************
       0600-ASK-WHICH-STEP.
           DISPLAY "Which step?"
           DISPLAY "  1 = FILE-BACKUP    2 = PRICE-GEN"
           DISPLAY "  3 = PRICE-RECON    4 = PRICE-ACTIVATE"
           DISPLAY "  5 = PRICE-EXTRACT"
           ACCEPT WS-STEP-ANSWER
           IF WS-STEP-ANSWER = '1' OR WS-STEP-ANSWER = '2'
               OR WS-STEP-ANSWER = '3' OR WS-STEP-ANSWER = '4'
               OR WS-STEP-ANSWER = '5'
               MOVE WS-STEP-ANSWER TO WS-STEP-NUM
           ELSE
               MOVE ZERO TO WS-STEP-NUM
               END-IF
           END-PERFORM
           IF WS-CHECK-PASSED = 'Y' AND WS-STEP-NUM = 1
               PERFORM 0705-CHECK-FILE-BACKUP
           END-IF
           IF WS-CHECK-PASSED = 'Y' AND WS-STEP-NUM = 2
               PERFORM 0710-CHECK-PRICE-GEN
           END-IF
           IF WS-CHECK-PASSED = 'Y' AND WS-STEP-NUM = 3
               PERFORM 0720-CHECK-PRICE-RECON
           END-IF.
      ******************************************************************
      * This section checks FILE-BACKUP's evidence: bkupctl.dat
      * must hold a finished generation - one with its END record
      * - filed under this cycle's business date, and no PRICE-GEN
      * run for that date may be stamped earlier than it. A backup
      * taken after the night started updating is a copy of the
      * damage, not of the evening before.
      ******************************************************************
       0705-CHECK-FILE-BACKUP.
           MOVE 'F' TO WS-EOF
           MOVE 'N' TO WS-BKUP-FOUND
           OPEN INPUT BKUP-CTL
           PERFORM UNTIL WS-EOF = 'T'
               READ BKUP-CTL
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF BC-FILE-ID = "END "
                           AND BC-BUS-DATE = WS-CYC-BUS-DATE
                           MOVE 'Y' TO WS-BKUP-FOUND
                           MOVE BC-GEN-NUM TO WS-BKUP-GEN-NUM
                           MOVE BC-TAKEN-STAMP TO WS-BKUP-TAKEN-STAMP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKUP-CTL
           IF WS-BKUP-FOUND = 'N'
               DISPLAY "REFUSED: bkupctl.dat holds no finished "
                   "backup for business date " WS-CYC-BUS-DATE
                   " - run FILE-BACKUP, then mark the step."
               MOVE 'N' TO WS-CHECK-PASSED
           ELSE
               MOVE 'F' TO WS-EOF
               MOVE 'N' TO WS-EARLY-GEN-FOUND
               OPEN INPUT AUDIT-LOG
               PERFORM UNTIL WS-EOF = 'T'
                   READ AUDIT-LOG
                       AT END MOVE 'T' TO WS-EOF
                       NOT AT END
                           IF AUDIT-PRICE-DATE = WS-CYC-BUS-DATE
                               AND AUDIT-RUN-DATETIME(1:14)
                                   < WS-BKUP-TAKEN-STAMP
                               MOVE 'Y' TO WS-EARLY-GEN-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
               IF WS-EARLY-GEN-FOUND = 'Y'
                   DISPLAY "REFUSED: PRICE-GEN ran for "
                       WS-CYC-BUS-DATE " before backup generation "
                       WS-BKUP-GEN-NUM " was taken - the backup "
                       "already holds the night's changes."
                   MOVE 'N' TO WS-CHECK-PASSED
               END-IF
           END-IF.
      ******************************************************************
      * This section checks PRICE-GEN's evidence: a checkpoint
      * still sitting in pricegen.ckpt means the run abended
      * between items and must be rerun to the end before the
