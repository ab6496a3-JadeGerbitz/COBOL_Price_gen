      * assigned yet, so any vendor's sheet may cost it - the check
      * only refuses a row that contradicts what inv.dat says.
      *
      * Every item whose cost the load changed is appended to
      * inv-journal.dat with its before and after images (copybook
      * JRNLREC), stamped with the operator's initials - from an
      * optional costload.par card for an unattended run:
      *   Column A=run mode (B=batch), B=operator initials (3).
      * No card (or one not marked B) falls back to the prompt.
      *
      * Input files: vendorcost.dat, inv.dat, vendor.dat,
      *              costload.par (optional)
      * Output: inv.dat (rewritten), costload.rpt,
      *         inv-journal.dat (appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INV ASSIGN TO 'inv.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL ASSIGN TO 'inv-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-CARD ASSIGN TO 'costload.par'
           ORGANIZATION IS LINE SEQUENTIAL.
      * vendor.dat is optional: a shop that has never set up its
      * vendor master loads sheets the way it always has, with the
      * vendor check skipped.
           COPY vendrec.
       FD INV.
           COPY invrec.
       FD JOURNAL.
           COPY jrnlrec.
       FD PARM-CARD.
       01 PARM-CARD-REC.
           05 PARM-RUN-MODE                    PIC X(1).
           05 PARM-OPERATOR                    PIC X(3).
       FD LOAD-RPT.
       01 LOAD-LINE                            PIC X(80).
       WORKING-STORAGE SECTION.
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
      * The vendor master, loaded from the optional vendor.dat so
      * the sheet's header code can be proved real and shown with
      * its name on the report.
                   "the file is untouched."
               STOP RUN
           END-IF
      ******************************************************************
      * This section gets the operator's initials for the journal
      * either from an optional costload.par card (B in column one, the
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
           END-IF
           PERFORM 0150-LOAD-VENDOR-MASTER
           OPEN OUTPUT LOAD-RPT
           MOVE "VENDOR COST LOAD REPORT" TO LOAD-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INV
           MOVE WS-INV-TABLE TO WS-ORIG-TABLE.
      ******************************************************************
      * This section loads the vendor master from the optional
      * vendor.dat. A missing or empty file leaves the table empty,
               SET WS-INV-IDX DOWN BY 1
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
           MOVE "COST-LOAD" TO JRNL-PROGRAM
           MOVE WS-INITIALS TO JRNL-OPERATOR
           MOVE 'C' TO JRNL-ACTION
           MOVE WS-TBL-ITEM-NUM(WS-INV-IDX) TO JRNL-ITEM-NUM
           MOVE WS-ORIG-ENTRY(WS-INV-IDX) TO JRNL-BEFORE
           MOVE WS-INV-ENTRY(WS-INV-IDX) TO JRNL-AFTER
           WRITE JRNL-REC.
