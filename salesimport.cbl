      * an unknown item number or a row that would drive the count
      * below zero is rejected with the reason.
      *
      * Every item the night's movement relieved is appended to
      * inv-journal.dat with its before and after images (copybook
      * JRNLREC) - one entry per item, however many rows it had -
      * stamped with the operator's initials from an optional
      * salesimp.par card for the unattended nightly run:
      *   Column A=run mode (B=batch), B=operator initials (3).
      * No card (or one not marked B) falls back to the prompt. A
      * file refused by the control check changes nothing and so
      * journals nothing.
      *
      * Every applied row is also kept in sales-history.dat (copybook
      * SALEHIST) under the header's movement date, so SELL-THRU can
      * report what actually sold. The rows are held until the file
      * has passed its control check and inv.dat is rewritten - a
      * refused file leaves no history behind, just as it leaves
      * inv.dat untouched - and a header without a readable date is
      * refused, since its rows could not be dated in the history.
      *
      * Every file handed to the run is logged to ifacelog.dat
      * (copybook IFACELOG) with its movement date, detail count,
      * units hash and what became of it - applied, refused by the
      * control check, or refused as a duplicate. The control check
      * proves a file is whole but not that it is new: a resend of
      * Tuesday's file, or the import run twice, would relieve every
      * sale a second time. So once a file passes its control check
      * the log is searched, and a file is refused as a duplicate
      * when a file for the same movement date has already been
      * applied, or one with the same count and hash under any
      * date. Only a supervisor at the console can override that -
      * their initials go in the log beside the applied file. The
      * unattended batch run never overrides; it refuses, and the
      * supervisor reruns it by hand.
      *
      * Input files: salesmove.dat, inv.dat, salesimp.par (optional),
      *              ifacelog.dat
      * Output: inv.dat (rewritten), salesmove.rpt,
      *         inv-journal.dat (appended), sales-history.dat
      *         (appended), ifacelog.dat (appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INV ASSIGN TO 'inv.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL ASSIGN TO 'inv-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-CARD ASSIGN TO 'salesimp.par'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOVE-RPT ASSIGN TO 'salesmove.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-HIST ASSIGN TO 'sales-history.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IFACE-LOG ASSIGN TO 'ifacelog.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER                           PIC X(11).
       FD INV.
           COPY invrec.
       FD JOURNAL.
           COPY jrnlrec.
       FD PARM-CARD.
       01 PARM-CARD-REC.
           05 PARM-RUN-MODE                    PIC X(1).
           05 PARM-OPERATOR                    PIC X(3).
       FD MOVE-RPT.
       01 MOVE-LINE                            PIC X(80).
       FD SALES-HIST.
           COPY salehist.
       FD IFACE-LOG.
           COPY ifacelog.
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-MOVE-EOF                          PIC A(1) VALUE 'F'.
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
       01 WS-BATCH-MODE                        PIC A(1) VALUE 'N'.
       01 WS-INITIALS                          PIC X(3).
       01 WS-STAMP.
           05 WS-STAMP-DATE                    PIC 9(8).
           05 WS-STAMP-TIME                    PIC 9(6).
           05 FILLER                           PIC X(7).
       01 WS-FOUND                             PIC A(1).
       01 WS-ITEM-NUM                          PIC 9(5).
      ******************************************************************
       01 WS-TRL-COUNT                         PIC 9(6) VALUE ZERO.
       01 WS-TRL-HASH                          PIC 9(10) VALUE ZERO.
       01 WS-MOVE-DATE                         PIC 9(8) VALUE ZERO.
       01 WS-BAD-MOVE-DATE                     PIC A(1) VALUE 'N'.
      ******************************************************************
      * Every row applied this run, held for sales-history.dat until
      * the file has proved itself. A file with more rows than this
      * table is refused whole - history that silently stopped
      * partway would undercount the night.
      ******************************************************************
       01 WS-SOLD-COUNT                        PIC 9(4) VALUE ZERO.
       01 WS-SOLD-OVERFLOW                     PIC A(1) VALUE 'N'.
       01 WS-SOLD-TABLE.
           05 WS-SOLD-ENTRY OCCURS 9999 TIMES
                            INDEXED BY WS-SOLD-IDX.
               10 WS-SOLD-ITEM-NUM              PIC 9(5).
               10 WS-SOLD-UNITS                 PIC 9(6).
      ******************************************************************
      * Duplicate check against ifacelog.dat: whether a file for the
      * same movement date, or one with the same count and hash,
      * has already been applied - and the date that one carried -
      * plus the supervisor's initials when one overrides, and the
      * result written to the log for this run.
      ******************************************************************
       01 WS-LOG-EOF                           PIC A(1) VALUE 'F'.
       01 WS-DUP-DATE                          PIC A(1) VALUE 'N'.
       01 WS-DUP-FILE                          PIC A(1) VALUE 'N'.
       01 WS-DUP-FILE-DATE                     PIC 9(8) VALUE ZERO.
       01 WS-SUPERVISOR                        PIC X(3) VALUE SPACES.
       01 WS-LOG-RESULT                        PIC X(1).
       01 WS-APPLIED-COUNT                     PIC 9(4) VALUE ZERO.
       01 WS-REJECT-COUNT                      PIC 9(4) VALUE ZERO.
       01 WS-REJECT-REASON                     PIC X(30).
                   "the file is untouched."
               STOP RUN
           END-IF
      ******************************************************************
      * This section gets the operator's initials for the journal
      * either from an optional salesimp.par card (B in column one, the
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
               MOVE 'Y' TO WS-BATCH-MODE
               MOVE PARM-OPERATOR TO WS-INITIALS
           END-IF
           IF WS-INITIALS = SPACES
               DISPLAY "ERROR: no operator initials - every change "
                   "to inv.dat is journalled with who made it. "
                   "Nothing was changed."
               STOP RUN
           END-IF
           OPEN OUTPUT MOVE-RPT
           MOVE "REGISTER SALES MOVEMENT REPORT" TO MOVE-LINE
           WRITE MOVE-LINE
               OR WS-BAD-STRUCTURE = 'Y'
               OR WS-TRL-COUNT NOT = WS-DETAIL-COUNT
               OR WS-TRL-HASH NOT = WS-UNITS-HASH
               OR WS-BAD-MOVE-DATE = 'Y'
               OR WS-SOLD-OVERFLOW = 'Y'
               MOVE "*** FILE FAILED CONTROL CHECK - NOTHING APPLIED"
                   TO MOVE-LINE
               WRITE MOVE-LINE
               PERFORM 0500-REPORT-CONTROL-DETAIL
               CLOSE MOVE-RPT
               MOVE 'R' TO WS-LOG-RESULT
               PERFORM 0800-WRITE-IFACE-LOG
               DISPLAY "ERROR: salesmove.dat failed its control "
                   "check. inv.dat was not changed - see "
                   "salesmove.rpt."
           MOVE "FILE CONTROL CHECK PASSED." TO MOVE-LINE
           WRITE MOVE-LINE.
      ******************************************************************
      * This section refuses a file already applied once - same
      * movement date, or the same count and hash under any date -
      * unless a supervisor at the console keys their initials to
      * override. The batch run has nobody to ask and refuses. A
      * refused duplicate changes nothing, like a file that failed
      * its control check, and is logged as refused.
      ******************************************************************
           PERFORM 0750-CHECK-DUPLICATE
           IF WS-DUP-DATE = 'Y' OR WS-DUP-FILE = 'Y'
               IF WS-DUP-DATE = 'Y'
                   MOVE SPACES TO MOVE-LINE
                   STRING "*** MOVEMENT DATE " DELIMITED BY SIZE
                          WS-MOVE-DATE DELIMITED BY SIZE
                          " HAS ALREADY BEEN APPLIED"
                              DELIMITED BY SIZE
                       INTO MOVE-LINE
                   END-STRING
                   WRITE MOVE-LINE
               END-IF
               IF WS-DUP-FILE = 'Y'
                   MOVE SPACES TO MOVE-LINE
                   STRING "*** SAME COUNT AND HASH AS THE FILE "
                              DELIMITED BY SIZE
                          "APPLIED FOR " DELIMITED BY SIZE
                          WS-DUP-FILE-DATE DELIMITED BY SIZE
                       INTO MOVE-LINE
                   END-STRING
                   WRITE MOVE-LINE
               END-IF
               IF WS-BATCH-MODE = 'N'
                   DISPLAY "This salesmove.dat looks like one already "
                       "applied - see salesmove.rpt."
                   DISPLAY "Supervisor initials to apply it anyway "
                       "(blank refuses): "
                   ACCEPT WS-SUPERVISOR
               END-IF
               IF WS-SUPERVISOR = SPACES
                   MOVE "*** DUPLICATE FILE REFUSED - NOTHING APPLIED"
                       TO MOVE-LINE
                   WRITE MOVE-LINE
                   CLOSE MOVE-RPT
                   MOVE 'D' TO WS-LOG-RESULT
                   PERFORM 0800-WRITE-IFACE-LOG
                   DISPLAY "ERROR: salesmove.dat was already applied. "
                       "inv.dat was not changed - a supervisor can "
                       "override by running the import by hand."
                   STOP RUN
               END-IF
               MOVE SPACES TO MOVE-LINE
               STRING "DUPLICATE APPLIED UNDER OVERRIDE BY "
                          DELIMITED BY SIZE
                      WS-SUPERVISOR DELIMITED BY SIZE
                   INTO MOVE-LINE
               END-STRING
               WRITE MOVE-LINE
           END-IF.
      ******************************************************************
      * This section totals the report, rewrites inv.dat only when
      * something actually changed, and finishes.
      ******************************************************************
           CLOSE MOVE-RPT
           IF WS-APPLIED-COUNT > ZERO
               PERFORM 0600-SAVE-INV-TABLE
               PERFORM 0700-WRITE-SALES-HISTORY
           END-IF
           IF WS-SUPERVISOR = SPACES
               MOVE 'A' TO WS-LOG-RESULT
           ELSE
               MOVE 'O' TO WS-LOG-RESULT
           END-IF
           PERFORM 0800-WRITE-IFACE-LOG
           DISPLAY "SALES-IMPORT done. Applied " WS-APPLIED-COUNT
               ", rejected " WS-REJECT-COUNT
               ". See salesmove.rpt.".
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INV
           MOVE WS-INV-TABLE TO WS-ORIG-TABLE.
      ******************************************************************
      * This section routes one salesmove.dat record by its type
      * byte. A detail before the header, a second header, anything
                       MOVE 'Y' TO WS-HEADER-SEEN
                       IF MOVE-HDR-DATE NUMERIC
                           MOVE MOVE-HDR-DATE TO WS-MOVE-DATE
                       ELSE
                           MOVE 'Y' TO WS-BAD-MOVE-DATE
                       END-IF
                   END-IF
               WHEN 'D'
               COMPUTE WS-NEW-QTY = WS-OLD-QTY - MOVE-UNITS-SOLD
               MOVE WS-NEW-QTY TO WS-TBL-ITEM-QTY(WS-INV-IDX)
               ADD 1 TO WS-APPLIED-COUNT
               IF WS-SOLD-COUNT >= 9999
                   MOVE 'Y' TO WS-SOLD-OVERFLOW
               ELSE
                   ADD 1 TO WS-SOLD-COUNT
                   MOVE MOVE-ITEM-NUM TO
                       WS-SOLD-ITEM-NUM(WS-SOLD-COUNT)
                   MOVE MOVE-UNITS-SOLD TO
                       WS-SOLD-UNITS(WS-SOLD-COUNT)
               END-IF
               MOVE WS-OLD-QTY TO WS-DISP-OLD
               MOVE MOVE-UNITS-SOLD TO WS-DISP-UNITS
               MOVE WS-NEW-QTY TO WS-DISP-NEW
               MOVE "  TRAILER UNITS HASH DOES NOT MATCH FILE"
                   TO MOVE-LINE
               WRITE MOVE-LINE
           END-IF
           IF WS-BAD-MOVE-DATE = 'Y'
               MOVE "  HEADER MOVEMENT DATE NOT NUMERIC" TO MOVE-LINE
               WRITE MOVE-LINE
           END-IF
           IF WS-SOLD-OVERFLOW = 'Y'
               MOVE "  MORE ROWS THAN ONE RUN CAN KEEP IN HISTORY"
                   TO MOVE-LINE
               WRITE MOVE-LINE
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
                   INV-VENDOR-CODE
               MOVE WS-TBL-ITEM-PACK(WS-INV-IDX) TO INV-CASE-PACK
               WRITE INV-FILE
               IF WS-INV-ENTRY(WS-INV-IDX) NOT =
                   WS-ORIG-ENTRY(WS-INV-IDX)
                   PERFORM 0650-WRITE-JOURNAL-ENTRY
               END-IF
           END-PERFORM
           CLOSE INV
           CLOSE JOURNAL.
      ******************************************************************
      * This section appends one changed record's before and after
      * images to the journal.
      ******************************************************************
       0650-WRITE-JOURNAL-ENTRY.
           MOVE WS-STAMP-DATE TO JRNL-STAMP-DATE
           MOVE WS-STAMP-TIME TO JRNL-STAMP-TIME
           MOVE "SALES-IMPORT" TO JRNL-PROGRAM
           MOVE WS-INITIALS TO JRNL-OPERATOR
           MOVE 'C' TO JRNL-ACTION
           MOVE WS-TBL-ITEM-NUM(WS-INV-IDX) TO JRNL-ITEM-NUM
           MOVE WS-ORIG-ENTRY(WS-INV-IDX) TO JRNL-BEFORE
           MOVE WS-INV-ENTRY(WS-INV-IDX) TO JRNL-AFTER
           WRITE JRNL-REC.
      ******************************************************************
      * This section appends every row applied this run to
      * sales-history.dat under the file's movement date.
      ******************************************************************
       0700-WRITE-SALES-HISTORY.
           OPEN EXTEND SALES-HIST
           PERFORM VARYING WS-SOLD-IDX FROM 1 BY 1
                   UNTIL WS-SOLD-IDX > WS-SOLD-COUNT
               MOVE WS-SOLD-ITEM-NUM(WS-SOLD-IDX) TO SH-ITEM-NUM
               MOVE WS-MOVE-DATE TO SH-MOVE-DATE
               MOVE WS-SOLD-UNITS(WS-SOLD-IDX) TO SH-UNITS-SOLD
               WRITE SALE-HIST-REC
           END-PERFORM
           CLOSE SALES-HIST.
      ******************************************************************
      * This section reads ifacelog.dat for a sales file already
      * applied (with or without an override) under this file's
      * movement date, or with this file's count and hash. A file
      * with no detail rows at all matches every other quiet night
      * on count and hash, so only its date is checked.
      ******************************************************************
       0750-CHECK-DUPLICATE.
           MOVE 'F' TO WS-LOG-EOF
           OPEN INPUT IFACE-LOG
           PERFORM UNTIL WS-LOG-EOF = 'T'
               READ IFACE-LOG
                   AT END MOVE 'T' TO WS-LOG-EOF
                   NOT AT END
                       IF IL-INTERFACE = "SALE"
                           AND (IL-RESULT = 'A' OR IL-RESULT = 'O')
                           IF IL-DATA-DATE = WS-MOVE-DATE
                               MOVE 'Y' TO WS-DUP-DATE
                           END-IF
                           IF IL-REC-COUNT = WS-DETAIL-COUNT
                               AND IL-HASH-TOTAL = WS-UNITS-HASH
                               AND WS-DETAIL-COUNT > ZERO
                               MOVE 'Y' TO WS-DUP-FILE
                               MOVE IL-DATA-DATE TO WS-DUP-FILE-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IFACE-LOG.
      ******************************************************************
      * This section appends this run's record to ifacelog.dat with
      * the result the caller moved into WS-LOG-RESULT.
      ******************************************************************
       0800-WRITE-IFACE-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           OPEN EXTEND IFACE-LOG
           MOVE SPACES TO IFACE-LOG-REC
           MOVE "SALE" TO IL-INTERFACE
           MOVE WS-MOVE-DATE TO IL-DATA-DATE
           MOVE WS-DETAIL-COUNT TO IL-REC-COUNT
           MOVE WS-UNITS-HASH TO IL-HASH-TOTAL
           MOVE WS-LOG-RESULT TO IL-RESULT
           MOVE WS-STAMP-DATE TO IL-STAMP(1:8)
           MOVE WS-STAMP-TIME TO IL-STAMP(9:6)
           MOVE WS-INITIALS TO IL-OPERATOR
           MOVE WS-SUPERVISOR TO IL-OVERRIDE-BY
           WRITE IFACE-LOG-REC
           CLOSE IFACE-LOG.
